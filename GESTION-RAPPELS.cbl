       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-RAPPELS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAPPELS
               ASSIGN TO "RAPPELS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-CLAVE
               FILE STATUS IS WS-RAPPELS-STATUS.

           SELECT PROVEEDOR
               ASSIGN TO "PROVEEDOR-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROVEEDOR-ID
               FILE STATUS IS WS-PROVEEDOR-STATUS.

           SELECT DOCUMENTO-TXT
               ASSIGN TO DYNAMIC WS-NOMBRE-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RAPPELS.
           COPY RAPPEL.

       FD PROVEEDOR.
           COPY PROVEEDOR.

       FD DOCUMENTO-TXT.
       01 DOC-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RAPPELS-STATUS PIC XX.
       01 WS-PROVEEDOR-STATUS PIC XX.
       01 WS-TXT-STATUS PIC XX.
       01 WS-NOMBRE-TXT PIC X(40).
       01 OPCION PIC 9 VALUE 0.
       01 FIN PIC X VALUE "N".
       01 WS-EOF PIC X VALUE "N".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-CONFIRMA PIC X VALUE "N".
       01 WS-ENCONTRADO PIC X VALUE "N".
       01 WS-PERIODO-CERRADO PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 WS-MES-HOY PIC 9(6).
       01 WS-T PIC 9.
       01 WS-DIAS-PENDIENTE PIC S9(8).
       01 WS-MODO-NATURAL PIC X VALUE "N".
       01 WS-IMPORTE-EDIT PIC Z(8)9.99.
       01 WS-PORCENTAJE-EDIT PIC Z9.99.
       01 WS-PENDIENTES PIC 9(4) VALUE ZEROES.
       01 WS-TOTAL-PENDIENTE PIC 9(9)V99 VALUE ZEROES.
       01 WS-NOMBRE-PROV PIC X(30).

      *----------------------- DATOS PEDIDOS ------------------------------
       01 WS-PROVEEDOR-PEDIDO PIC 9(6).
       01 WS-DESDE-PEDIDO PIC 9(8).
       01 WS-MES-DEVENGO PIC 9(6).
       01 WS-MES-DEVENGO-R REDEFINES WS-MES-DEVENGO.
           05 WS-DEVENGO-ANIO PIC 9(4).
           05 WS-DEVENGO-MES PIC 99.
       01 WS-TODOS-PROVEEDORES PIC 9(6) VALUE ZEROES.
       01 WS-FECHA-PEDIDA PIC 9(8).
       01 WS-FECHA-PEDIDA-X REDEFINES WS-FECHA-PEDIDA PIC X(8).
       01 WS-IMPORTE-PEDIDO PIC 9(9)V99.

      *----------------------- NUEVO ACUERDO ------------------------------
       01 NUEVO-RAPPEL.
           05 NR-PROVEEDOR-ID PIC 9(6).
           05 NR-DESDE PIC 9(8).
           05 NR-HASTA PIC 9(8).
           05 NR-BASE PIC X.
           05 NR-TRAMOS PIC 9.
           05 NR-TRAMO OCCURS 5 TIMES.
               10 NR-TRAMO-MINIMO PIC 9(9)V99.
               10 NR-TRAMO-PORCENTAJE PIC 9(2)V99.

       01 DETALLE-ACUERDO.
           05 DA-PROVEEDOR PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DA-NOMBRE PIC X(22).
           05 FILLER PIC X VALUE SPACE.
           05 DA-DESDE PIC 9(8).
           05 FILLER PIC X VALUE "-".
           05 DA-HASTA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 DA-BASE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 DA-VOLUMEN PIC Z(8)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DA-IMPORTE PIC Z(8)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DA-ESTADO PIC X(12).
       01 DETALLE-PENDIENTE.
           05 DL-PROVEEDOR PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DL-NOMBRE PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 DL-HASTA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 DL-RECLAMO PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 DL-IMPORTE PIC Z(8)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 DL-DIAS PIC Z(3)9.
           05 FILLER PIC X(5) VALUE " dias".

      *----------------------- DOCUMENTO DE RECLAMO -----------------------
       01 TIENDA-NOMBRE PIC X(40) VALUE
           "ULTRAMARINOS LA ESQUINA S.L.".
       01 TIENDA-NIF PIC X(20) VALUE "NIF: B-00000000".
      * Datos de la tienda leidos de PARAMETROS.dat al arrancar;
      * los VALUE de arriba son los de fabrica.
           COPY PARAMETRO.
       01 DOC-CABECERA.
           05 FILLER PIC X(30) VALUE "LIQUIDACION DE RAPPEL. FECHA: ".
           05 DC-FECHA PIC 9(8).
       01 DOC-PROVEEDOR-LINEA.
           05 FILLER PIC X(12) VALUE "PROVEEDOR: ".
           05 DC-PROVEEDOR-ID PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DC-NOMBRE PIC X(30).
           05 FILLER PIC X(7) VALUE "  NIF: ".
           05 DC-NIF PIC X(9).
       01 DOC-PERIODO-LINEA.
           05 FILLER PIC X(20) VALUE "PERIODO DEL ACUERDO ".
           05 DC-DESDE PIC 9(8).
           05 FILLER PIC X(4) VALUE " AL ".
           05 DC-HASTA PIC 9(8).
       01 DOC-BASE-LINEA.
           05 FILLER PIC X(30) VALUE "VOLUMEN DE COMPRA (SIN IVA): ".
           05 DC-VOLUMEN PIC Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DC-BASE PIC X(25).
       01 DOC-TRAMO-LINEA.
           05 FILLER PIC X(8) VALUE "  TRAMO ".
           05 DC-TRAMO PIC 9.
           05 FILLER PIC X(8) VALUE " DESDE: ".
           05 DC-TRAMO-MINIMO PIC Z(8)9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DC-TRAMO-PCT PIC Z9.99.
           05 FILLER PIC X(3) VALUE " % ".
           05 DC-TRAMO-MARCA PIC X(12).
       01 DOC-IMPORTE-LINEA.
           05 FILLER PIC X(30) VALUE "RAPPEL A ABONAR (SIN IVA): ".
           05 DC-IMPORTE PIC Z(8)9.99.
       01 DOC-PIE-1 PIC X(70) VALUE
           "Rogamos nos remitan la factura rectificativa de abono por".
       01 DOC-PIE-2 PIC X(70) VALUE
           "este importe mas el IVA correspondiente.".

      * Rol exigido al validar al operador y la identidad que
      * VALIDAR-OPERADOR devuelve ya comprobada.
           COPY SEGURIDAD.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- RAPPELS DE PROVEEDORES ---------------------
      * Acuerdos de rappel por volumen con los proveedores: alta con
      * sus tramos, devengo mensual con el progreso hacia el tramo
      * siguiente (DEVENGO-RAPPELS), liquidacion al terminar el
      * periodo con el documento de reclamo para el proveedor, y
      * seguimiento del rappel reclamado hasta su cobro. Lo cobrado
      * entra como otros ingresos en CUENTA-RESULTADOS.
       INICIO.
           PERFORM CARGAR-PARAMETROS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           MOVE WS-HOY(1:6) TO WS-MES-HOY

           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "OPERADOR NO AUTORIZADO."
               STOP RUN
           END-IF

           PERFORM ABRIR-RAPPELS
           IF WS-RAPPELS-STATUS NOT = "00"
               DISPLAY "Error al abrir RAPPELS-INDEXADO.dat. Estado: "
                   WS-RAPPELS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "RAPPELS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-RAPPELS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF
           OPEN INPUT PROVEEDOR
           IF WS-PROVEEDOR-STATUS NOT = "00"
               DISPLAY "No se pudo abrir PROVEEDOR-INDEXADO.dat. "
                   "Estado: " WS-PROVEEDOR-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "PROVEEDOR-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PROVEEDOR-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE RAPPELS
               STOP RUN
           END-IF

           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "RAPPELS DE PROVEEDORES"
               DISPLAY "1. ALTA DE ACUERDO DE RAPPEL."
               DISPLAY "2. LISTAR ACUERDOS."
               DISPLAY "3. DEVENGO MENSUAL E INFORME DE PROGRESO."
               DISPLAY "4. LIQUIDAR UN ACUERDO (RECLAMO)."
               DISPLAY "5. MARCAR RAPPEL COBRADO."
               DISPLAY "6. RAPPELS PENDIENTES DE COBRO."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION
               EVALUATE OPCION
                   WHEN 1
                       PERFORM ALTA-ACUERDO
                   WHEN 2
                       PERFORM LISTAR-ACUERDOS
                   WHEN 3
                       PERFORM DEVENGO-MENSUAL
                   WHEN 4
                       PERFORM LIQUIDAR-ACUERDO
                   WHEN 5
                       PERFORM MARCAR-RAPPEL-COBRADO
                   WHEN 6
                       PERFORM REPORTE-PENDIENTES
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM

           CLOSE RAPPELS
           CLOSE PROVEEDOR
           STOP RUN.

       ABRIR-RAPPELS.
           OPEN I-O RAPPELS
           IF WS-RAPPELS-STATUS = "35"
               OPEN OUTPUT RAPPELS
               CLOSE RAPPELS
               OPEN I-O RAPPELS
           END-IF.

      *----------------------- ALTA DE ACUERDO ----------------------------
       ALTA-ACUERDO.
           INITIALIZE NUEVO-RAPPEL
           PERFORM PEDIR-PROVEEDOR-ACUERDO
           IF WS-CAMPO-OK = "S"
               PERFORM PEDIR-PERIODO-ACUERDO
           END-IF
           IF WS-CAMPO-OK = "S"
               PERFORM PEDIR-BASE-ACUERDO
           END-IF
           IF WS-CAMPO-OK = "S"
               PERFORM PEDIR-TRAMOS-ACUERDO
           END-IF
           IF WS-CAMPO-OK = "S"
               PERFORM GRABAR-ACUERDO
           END-IF.

       PEDIR-PROVEEDOR-ACUERDO.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "ID del proveedor: "
           ACCEPT NR-PROVEEDOR-ID
           MOVE NR-PROVEEDOR-ID TO PROVEEDOR-ID
           READ PROVEEDOR
               INVALID KEY
                   DISPLAY "PROVEEDOR NO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "Proveedor: " PROVEEDOR-NOMBRE
                   MOVE "S" TO WS-CAMPO-OK
           END-READ.

      * Los periodos de un mismo proveedor no se solapan: cada compra
      * cuenta para un solo acuerdo.
       PEDIR-PERIODO-ACUERDO.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "Inicio del periodo AAAAMMDD: "
           PERFORM PEDIR-FECHA
           IF WS-CAMPO-OK = "S"
               MOVE WS-FECHA-PEDIDA TO NR-DESDE
               DISPLAY "Fin del periodo AAAAMMDD: "
               PERFORM PEDIR-FECHA
           END-IF
           IF WS-CAMPO-OK = "S"
               MOVE WS-FECHA-PEDIDA TO NR-HASTA
               IF NR-HASTA <= NR-DESDE
                   DISPLAY "EL FIN DEBE SER POSTERIOR AL INICIO."
                   MOVE "N" TO WS-CAMPO-OK
               ELSE
                   PERFORM COMPROBAR-SOLAPE
               END-IF
           END-IF.

       PEDIR-FECHA.
           MOVE "N" TO WS-CAMPO-OK
           ACCEPT WS-FECHA-PEDIDA
           IF WS-FECHA-PEDIDA NOT NUMERIC OR
              WS-FECHA-PEDIDA-X(5:2) < "01" OR
              WS-FECHA-PEDIDA-X(5:2) > "12" OR
              WS-FECHA-PEDIDA-X(7:2) < "01" OR
              WS-FECHA-PEDIDA-X(7:2) > "31"
               DISPLAY "FECHA INVALIDA."
           ELSE
               MOVE "S" TO WS-CAMPO-OK
           END-IF.

       COMPROBAR-SOLAPE.
           MOVE "N" TO WS-EOF
           MOVE NR-PROVEEDOR-ID TO RA-PROVEEDOR-ID
           MOVE 0 TO RA-DESDE
           START RAPPELS KEY IS NOT LESS THAN RA-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ RAPPELS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF RA-PROVEEDOR-ID NOT = NR-PROVEEDOR-ID
                           MOVE "S" TO WS-EOF
                       ELSE
                           IF RA-DESDE <= NR-HASTA AND
                              RA-HASTA >= NR-DESDE
                               DISPLAY "SE SOLAPA CON EL ACUERDO "
                                   RA-DESDE "-" RA-HASTA "."
                               MOVE "N" TO WS-CAMPO-OK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PEDIR-BASE-ACUERDO.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "Base del volumen: R = recibido, F = facturado: "
           ACCEPT NR-BASE
           MOVE FUNCTION UPPER-CASE(NR-BASE) TO NR-BASE
           IF NR-BASE = "R" OR NR-BASE = "F"
               MOVE "S" TO WS-CAMPO-OK
           ELSE
               DISPLAY "BASE INVALIDA."
           END-IF.

       PEDIR-TRAMOS-ACUERDO.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "Numero de tramos (1 a 5): "
           ACCEPT NR-TRAMOS
           IF NR-TRAMOS < 1 OR NR-TRAMOS > 5
               DISPLAY "NUMERO DE TRAMOS INVALIDO."
           ELSE
               MOVE "S" TO WS-CAMPO-OK
               PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > NR-TRAMOS OR WS-CAMPO-OK = "N"
                   PERFORM PEDIR-UN-TRAMO
               END-PERFORM
           END-IF.

       PEDIR-UN-TRAMO.
           DISPLAY "Tramo " WS-T ": compra minima del periodo (EUR "
               "sin IVA): "
           ACCEPT NR-TRAMO-MINIMO(WS-T)
           DISPLAY "Tramo " WS-T ": porcentaje de rappel: "
           ACCEPT NR-TRAMO-PORCENTAJE(WS-T)
           IF NR-TRAMO-PORCENTAJE(WS-T) = 0
               DISPLAY "EL PORCENTAJE NO PUEDE SER CERO."
               MOVE "N" TO WS-CAMPO-OK
           END-IF
           IF WS-T > 1
               IF NR-TRAMO-MINIMO(WS-T) <= NR-TRAMO-MINIMO(WS-T - 1)
                  OR NR-TRAMO-PORCENTAJE(WS-T) <=
                     NR-TRAMO-PORCENTAJE(WS-T - 1)
                   DISPLAY "CADA TRAMO DEBE SUPERAR AL ANTERIOR EN "
                       "MINIMO Y EN PORCENTAJE."
                   MOVE "N" TO WS-CAMPO-OK
               END-IF
           END-IF.

       GRABAR-ACUERDO.
           INITIALIZE RAPPEL-REGISTRO
           MOVE NR-PROVEEDOR-ID TO RA-PROVEEDOR-ID
           MOVE NR-DESDE TO RA-DESDE
           MOVE NR-HASTA TO RA-HASTA
           MOVE NR-BASE TO RA-BASE
           MOVE NR-TRAMOS TO RA-TRAMOS
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > NR-TRAMOS
               MOVE NR-TRAMO-MINIMO(WS-T) TO RA-TRAMO-MINIMO(WS-T)
               MOVE NR-TRAMO-PORCENTAJE(WS-T)
                   TO RA-TRAMO-PORCENTAJE(WS-T)
           END-PERFORM
           MOVE "C" TO RA-ESTADO
           WRITE RAPPEL-REGISTRO
           IF WS-RAPPELS-STATUS = "00"
               DISPLAY "ACUERDO DE RAPPEL REGISTRADO."
           ELSE
               DISPLAY "Error al grabar el acuerdo. Estado: "
                   WS-RAPPELS-STATUS
               MOVE "GRABAR-ACUERDO" TO WS-INC-PARRAFO
               MOVE "RAPPELS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-RAPPELS-STATUS TO WS-INC-ESTADO
               MOVE RA-CLAVE TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

      *----------------------- LISTADO ------------------------------------
       LISTAR-ACUERDOS.
           DISPLAY "PROV.  NOMBRE                 PERIODO           B"
               "    VOLUMEN       RAPPEL ESTADO"
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO RA-CLAVE
           START RAPPELS KEY IS GREATER THAN RA-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ RAPPELS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM MOSTRAR-ACUERDO
               END-READ
           END-PERFORM.

       MOSTRAR-ACUERDO.
           PERFORM BUSCAR-NOMBRE-PROVEEDOR
           MOVE RA-PROVEEDOR-ID TO DA-PROVEEDOR
           MOVE WS-NOMBRE-PROV TO DA-NOMBRE
           MOVE RA-DESDE TO DA-DESDE
           MOVE RA-HASTA TO DA-HASTA
           MOVE RA-BASE TO DA-BASE
           MOVE RA-VOLUMEN TO DA-VOLUMEN
           EVALUATE TRUE
               WHEN RA-EN-CURSO
                   MOVE RA-DEVENGADO TO DA-IMPORTE
                   MOVE "EN CURSO" TO DA-ESTADO
               WHEN RA-RECLAMADO
                   MOVE RA-IMPORTE-RECLAMADO TO DA-IMPORTE
                   MOVE "RECLAMADO" TO DA-ESTADO
               WHEN RA-COBRADO
                   MOVE RA-IMPORTE-COBRADO TO DA-IMPORTE
                   MOVE "COBRADO" TO DA-ESTADO
               WHEN OTHER
                   MOVE ZEROES TO DA-IMPORTE
                   MOVE "SIN RAPPEL" TO DA-ESTADO
           END-EVALUATE
           DISPLAY DETALLE-ACUERDO.

       BUSCAR-NOMBRE-PROVEEDOR.
           MOVE RA-PROVEEDOR-ID TO PROVEEDOR-ID
           READ PROVEEDOR
               INVALID KEY
                   MOVE "(PROVEEDOR DESCONOCIDO)" TO WS-NOMBRE-PROV
                   MOVE SPACES TO PROVEEDOR-NIF
               NOT INVALID KEY
                   MOVE PROVEEDOR-NOMBRE TO WS-NOMBRE-PROV
           END-READ.

      *----------------------- DEVENGO ------------------------------------
      * DEVENGO-RAPPELS abre el mismo archivo: se cierra antes y se
      * reabre al volver.
       DEVENGO-MENSUAL.
           DISPLAY "Mes del devengo AAAAMM (0 = mes actual): "
           ACCEPT WS-MES-DEVENGO
           IF WS-MES-DEVENGO = 0
               MOVE WS-MES-HOY TO WS-MES-DEVENGO
           END-IF
           IF WS-DEVENGO-MES < 1 OR WS-DEVENGO-MES > 12
               DISPLAY "MES INVALIDO."
           ELSE
               CLOSE RAPPELS
               CALL "DEVENGO-RAPPELS" USING WS-MES-DEVENGO,
                   WS-TODOS-PROVEEDORES
               PERFORM ABRIR-RAPPELS
           END-IF.

      *----------------------- LIQUIDACION --------------------------------
      * Terminado el periodo se rehace el devengo con todo lo
      * registrado hasta hoy (facturas que llegan despues del cierre
      * del periodo siguen contando por su fecha) y se emite el
      * reclamo RAPPEL-pppppp-AAAAMMDD.txt por el rappel resultante.
       LIQUIDAR-ACUERDO.
           PERFORM ELEGIR-ACUERDO
           IF WS-ENCONTRADO = "S"
               EVALUATE TRUE
                   WHEN NOT RA-EN-CURSO
                       DISPLAY "EL ACUERDO YA ESTA LIQUIDADO."
                   WHEN RA-HASTA >= WS-HOY
                       DISPLAY "EL PERIODO TERMINA EL " RA-HASTA
                           ": AUN NO SE PUEDE LIQUIDAR."
                   WHEN OTHER
                       PERFORM CALCULAR-LIQUIDACION
               END-EVALUATE
           END-IF.

       ELEGIR-ACUERDO.
           MOVE "N" TO WS-ENCONTRADO
           DISPLAY "ID del proveedor: "
           ACCEPT WS-PROVEEDOR-PEDIDO
           MOVE "N" TO WS-EOF
           MOVE WS-PROVEEDOR-PEDIDO TO RA-PROVEEDOR-ID
           MOVE 0 TO RA-DESDE
           START RAPPELS KEY IS NOT LESS THAN RA-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ RAPPELS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF RA-PROVEEDOR-ID NOT = WS-PROVEEDOR-PEDIDO
                           MOVE "S" TO WS-EOF
                       ELSE
                           PERFORM MOSTRAR-ACUERDO
                           MOVE "S" TO WS-ENCONTRADO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ENCONTRADO = "N"
               DISPLAY "EL PROVEEDOR NO TIENE ACUERDOS DE RAPPEL."
           ELSE
               DISPLAY "Inicio del periodo del acuerdo (AAAAMMDD): "
               ACCEPT WS-DESDE-PEDIDO
               MOVE WS-PROVEEDOR-PEDIDO TO RA-PROVEEDOR-ID
               MOVE WS-DESDE-PEDIDO TO RA-DESDE
               READ RAPPELS
                   INVALID KEY
                       DISPLAY "ACUERDO NO ENCONTRADO."
                       MOVE "N" TO WS-ENCONTRADO
               END-READ
           END-IF.

       CALCULAR-LIQUIDACION.
           CLOSE RAPPELS
           CALL "DEVENGO-RAPPELS" USING WS-MES-HOY,
               WS-PROVEEDOR-PEDIDO
           PERFORM ABRIR-RAPPELS
           MOVE WS-PROVEEDOR-PEDIDO TO RA-PROVEEDOR-ID
           MOVE WS-DESDE-PEDIDO TO RA-DESDE
           READ RAPPELS
               INVALID KEY
                   DISPLAY "ACUERDO NO ENCONTRADO."
               NOT INVALID KEY
                   PERFORM CONFIRMAR-LIQUIDACION
           END-READ.

       CONFIRMAR-LIQUIDACION.
           MOVE RA-VOLUMEN TO WS-IMPORTE-EDIT
           DISPLAY "VOLUMEN DEL PERIODO: " WS-IMPORTE-EDIT
           MOVE RA-DEVENGADO TO WS-IMPORTE-EDIT
           DISPLAY "RAPPEL RESULTANTE..: " WS-IMPORTE-EDIT
           IF RA-DEVENGADO = 0
               DISPLAY "No se alcanzo ningun tramo. Cerrar el acuerdo "
                   "sin rappel? (S/N): "
           ELSE
               DISPLAY "Emitir el reclamo al proveedor? (S/N): "
           END-IF
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               IF RA-DEVENGADO = 0
                   MOVE "N" TO RA-ESTADO
               ELSE
                   MOVE "P" TO RA-ESTADO
                   MOVE WS-HOY TO RA-FECHA-RECLAMO
                   MOVE RA-DEVENGADO TO RA-IMPORTE-RECLAMADO
               END-IF
               REWRITE RAPPEL-REGISTRO
               IF WS-RAPPELS-STATUS NOT = "00"
                   DISPLAY "Error al actualizar el acuerdo. Estado: "
                       WS-RAPPELS-STATUS
                   MOVE "CONFIRMAR-LIQUIDACION" TO WS-INC-PARRAFO
                   MOVE "RAPPELS-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-RAPPELS-STATUS TO WS-INC-ESTADO
                   MOVE RA-CLAVE TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               ELSE
                   IF RA-RECLAMADO
                       PERFORM GENERAR-DOCUMENTO-RECLAMO
                   ELSE
                       DISPLAY "Acuerdo cerrado sin rappel."
                   END-IF
               END-IF
           END-IF.

       GENERAR-DOCUMENTO-RECLAMO.
           PERFORM BUSCAR-NOMBRE-PROVEEDOR
           MOVE SPACES TO WS-NOMBRE-TXT
           STRING "RAPPEL-" RA-PROVEEDOR-ID "-" WS-HOY ".txt"
               DELIMITED BY SIZE INTO WS-NOMBRE-TXT
           OPEN OUTPUT DOCUMENTO-TXT
           MOVE TIENDA-NOMBRE TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE TIENDA-NIF TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE SPACES TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE WS-HOY TO DC-FECHA
           MOVE DOC-CABECERA TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE RA-PROVEEDOR-ID TO DC-PROVEEDOR-ID
           MOVE WS-NOMBRE-PROV TO DC-NOMBRE
           MOVE PROVEEDOR-NIF TO DC-NIF
           MOVE DOC-PROVEEDOR-LINEA TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE RA-DESDE TO DC-DESDE
           MOVE RA-HASTA TO DC-HASTA
           MOVE DOC-PERIODO-LINEA TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE RA-VOLUMEN TO DC-VOLUMEN
           IF RA-BASE-RECIBIDO
               MOVE "(MERCANCIA RECIBIDA)" TO DC-BASE
           ELSE
               MOVE "(FACTURADO)" TO DC-BASE
           END-IF
           MOVE DOC-BASE-LINEA TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE SPACES TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE "TRAMOS DEL ACUERDO:" TO DOC-LINEA
           WRITE DOC-LINEA
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > RA-TRAMOS
               MOVE WS-T TO DC-TRAMO
               MOVE RA-TRAMO-MINIMO(WS-T) TO DC-TRAMO-MINIMO
               MOVE RA-TRAMO-PORCENTAJE(WS-T) TO DC-TRAMO-PCT
               IF WS-T = RA-TRAMO-ALCANZADO
                   MOVE "<- ALCANZADO" TO DC-TRAMO-MARCA
               ELSE
                   MOVE SPACES TO DC-TRAMO-MARCA
               END-IF
               MOVE DOC-TRAMO-LINEA TO DOC-LINEA
               WRITE DOC-LINEA
           END-PERFORM
           MOVE SPACES TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE RA-IMPORTE-RECLAMADO TO DC-IMPORTE
           MOVE DOC-IMPORTE-LINEA TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE SPACES TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE DOC-PIE-1 TO DOC-LINEA
           WRITE DOC-LINEA
           MOVE DOC-PIE-2 TO DOC-LINEA
           WRITE DOC-LINEA
           CLOSE DOCUMENTO-TXT
           DISPLAY "RAPPEL RECLAMADO. Documento para el proveedor: "
               WS-NOMBRE-TXT.

      *----------------------- COBRO --------------------------------------
      * El importe cobrado puede diferir del reclamado (el proveedor
      * discute el volumen); cuenta lo que de verdad abona, en la
      * fecha del cobro, que no puede caer en un mes cerrado.
       MARCAR-RAPPEL-COBRADO.
           PERFORM ELEGIR-ACUERDO
           IF WS-ENCONTRADO = "S"
               IF NOT RA-RECLAMADO
                   DISPLAY "EL ACUERDO NO TIENE RAPPEL PENDIENTE DE "
                       "COBRO."
               ELSE
                   PERFORM PEDIR-COBRO
               END-IF
           END-IF.

       PEDIR-COBRO.
           MOVE RA-IMPORTE-RECLAMADO TO WS-IMPORTE-EDIT
           DISPLAY "Importe abonado sin IVA (0 = el reclamado, "
               WS-IMPORTE-EDIT "): "
           ACCEPT WS-IMPORTE-PEDIDO
           IF WS-IMPORTE-PEDIDO = 0
               MOVE RA-IMPORTE-RECLAMADO TO WS-IMPORTE-PEDIDO
           END-IF
           DISPLAY "Fecha del abono AAAAMMDD (0 = hoy): "
           ACCEPT WS-FECHA-PEDIDA
           IF WS-FECHA-PEDIDA = 0
               MOVE WS-HOY TO WS-FECHA-PEDIDA
           END-IF
           IF WS-FECHA-PEDIDA NOT NUMERIC OR
              WS-FECHA-PEDIDA-X(5:2) < "01" OR
              WS-FECHA-PEDIDA-X(5:2) > "12" OR
              WS-FECHA-PEDIDA-X(7:2) < "01" OR
              WS-FECHA-PEDIDA-X(7:2) > "31"
               DISPLAY "FECHA INVALIDA."
           ELSE
               CALL "PERIODO-CERRADO" USING WS-FECHA-PEDIDA,
                   WS-PERIODO-CERRADO
               IF WS-PERIODO-CERRADO = "S"
                   DISPLAY "EL MES " WS-FECHA-PEDIDA-X(1:6)
                       " ESTA CERRADO: EL COBRO SE RECHAZA."
               ELSE
                   MOVE "R" TO RA-ESTADO
                   MOVE WS-FECHA-PEDIDA TO RA-FECHA-COBRO
                   MOVE WS-IMPORTE-PEDIDO TO RA-IMPORTE-COBRADO
                   REWRITE RAPPEL-REGISTRO
                   IF WS-RAPPELS-STATUS = "00"
                       MOVE RA-IMPORTE-COBRADO TO WS-IMPORTE-EDIT
                       DISPLAY "Rappel de EUR " WS-IMPORTE-EDIT
                           " marcado cobrado."
                   ELSE
                       DISPLAY "Error al actualizar el acuerdo. "
                           "Estado: " WS-RAPPELS-STATUS
                       MOVE "PEDIR-COBRO" TO WS-INC-PARRAFO
                       MOVE "RAPPELS-INDEXADO.dat" TO WS-INC-ARCHIVO
                       MOVE WS-RAPPELS-STATUS TO WS-INC-ESTADO
                       MOVE RA-CLAVE TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
                   END-IF
               END-IF
           END-IF.

      *----------------------- PENDIENTES DE COBRO ------------------------
       REPORTE-PENDIENTES.
           DISPLAY "PROV.  NOMBRE                         HASTA    "
               "RECLAMO       IMPORTE  ANTIGUEDAD"
           MOVE ZEROES TO WS-PENDIENTES
           MOVE ZEROES TO WS-TOTAL-PENDIENTE
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO RA-CLAVE
           START RAPPELS KEY IS GREATER THAN RA-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ RAPPELS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF RA-RECLAMADO
                           PERFORM MOSTRAR-PENDIENTE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PENDIENTES = 0
               DISPLAY "SIN RAPPELS PENDIENTES DE COBRO."
           ELSE
               MOVE WS-TOTAL-PENDIENTE TO WS-IMPORTE-EDIT
               DISPLAY WS-PENDIENTES " rappels pendientes por EUR "
                   WS-IMPORTE-EDIT
           END-IF.

       MOSTRAR-PENDIENTE.
           ADD 1 TO WS-PENDIENTES
           ADD RA-IMPORTE-RECLAMADO TO WS-TOTAL-PENDIENTE
           PERFORM BUSCAR-NOMBRE-PROVEEDOR
           MOVE RA-PROVEEDOR-ID TO DL-PROVEEDOR
           MOVE WS-NOMBRE-PROV TO DL-NOMBRE
           MOVE RA-HASTA TO DL-HASTA
           MOVE RA-FECHA-RECLAMO TO DL-RECLAMO
           MOVE RA-IMPORTE-RECLAMADO TO DL-IMPORTE
           CALL "dia-fechas" USING RA-FECHA-RECLAMO, WS-HOY,
               WS-MODO-NATURAL, WS-DIAS-PENDIENTE
           MOVE WS-DIAS-PENDIENTE TO DL-DIAS
           DISPLAY DETALLE-PENDIENTE.

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
           MOVE "GESTION-RAPPELS" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-RAPPELS.
