       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-INGRESOS-BANCO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INGRESOS-BANCO
               ASSIGN TO "INGRESOS-BANCO-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IB-NUMERO
               FILE STATUS IS WS-INGRESOS-STATUS.

           SELECT CIERRES-Z
               ASSIGN TO "CIERRES-Z.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIERRE-Z-NUMERO
               FILE STATUS IS WS-CIERRES-STATUS.

           SELECT SESIONES
               ASSIGN TO "SESIONES-CAJA-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESION-NUMERO
               FILE STATUS IS WS-SESIONES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INGRESOS-BANCO.
           COPY INGBANCO.

       FD CIERRES-Z.
           COPY CIERREZ.

       FD SESIONES.
           COPY SESION.

       WORKING-STORAGE SECTION.
       01 WS-INGRESOS-STATUS PIC XX.
       01 WS-CIERRES-STATUS PIC XX.
       01 WS-SESIONES-STATUS PIC XX.
       01 FIN PIC X VALUE "N".
       01 OPCION PIC 9 VALUE 0.
       01 WS-EOF PIC X VALUE "N".
       01 WS-CONFIRMA PIC X VALUE "N".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 WS-INGRESO-CONTADOR PIC 9(6) VALUE ZEROES.
       01 WS-INGRESO-BUSCADO PIC 9(6).
       01 WS-Z-PEDIDO PIC 9(6).
       01 WS-RESTANTE PIC 9(7)V99.
       01 WS-PENDIENTE PIC 9(7)V99.
       01 WS-APLICADO PIC 9(7)V99.
       01 WS-TOTAL-PENDIENTE PIC 9(9)V99.
       01 WS-DIAS PIC S9(8).
       01 WS-MODO-HABILES PIC X VALUE "H".
       01 WS-AVISOS PIC 9(4).
       01 WS-I PIC 9(4).
       01 WS-K PIC 9(2).
       01 WS-IMPORTE-EDIT PIC Z(6)9.99.
       01 WS-TOTAL-EDIT PIC Z(8)9.99.

      *----------------------- EFECTIVO DE LOS Z DE TIENDA ----------------
      * Un renglon por Z de tienda con efectivo contado: lo contado y
      * lo ya cubierto por ingresos vigentes. Los Z anteriores al
      * primero que cubre un ingreso son de antes del registro y no
      * se consideran en transito.
       01 WS-Z-CANT PIC 9(4) VALUE 0.
       01 WS-PRIMER-Z-REGISTRO PIC 9(6) VALUE 0.
       01 TABLA-Z.
           05 TZ-ENTRADA OCCURS 3000 TIMES.
               10 TZ-NUMERO PIC 9(6).
               10 TZ-FECHA PIC 9(8).
               10 TZ-CONTADO PIC 9(7)V99.
               10 TZ-INGRESADO PIC 9(7)V99.

       01 LIS-Z-PENDIENTE.
           05 FILLER PIC X(2) VALUE "Z ".
           05 LZ-NUMERO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LZ-FECHA PIC 9(8).
           05 FILLER PIC X(10) VALUE "  CONTADO ".
           05 LZ-CONTADO PIC Z(6)9.99.
           05 FILLER PIC X(12) VALUE "  INGRESADO ".
           05 LZ-INGRESADO PIC Z(6)9.99.
           05 FILLER PIC X(12) VALUE "  PENDIENTE ".
           05 LZ-PENDIENTE PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LZ-DIAS PIC Z(3)9.
           05 FILLER PIC X(5) VALUE " dias".

      * Rol exigido al validar al operador y la identidad que
      * VALIDAR-OPERADOR devuelve ya comprobada.
           COPY SEGURIDAD.
       01 WS-ROL-EXIGIDO PIC X VALUE "C".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
       01 WS-ROL-SUPERVISOR PIC X VALUE "S".
       01 WS-SUPERVISOR-OK PIC X VALUE "N".
       01 WS-SUPERVISOR-ID PIC X(8) VALUE SPACES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- INGRESOS EN EL BANCO -----------------------
      * Registro de los ingresos en el banco del efectivo de los Z:
      * cada ingreso con su resguardo, fecha e importe queda aplicado
      * a los Z de tienda que cubre. Lo contado en un Z y no cubierto
      * es dinero en transito, con aviso de antiguedad en
      * REPORTE-DINERO-TRANSITO (tambien en el batch nocturno).
       INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "OPERADOR NO AUTORIZADO."
               STOP RUN
           END-IF

           OPEN I-O INGRESOS-BANCO
           IF WS-INGRESOS-STATUS = "35"
               DISPLAY "Archivo de ingresos en banco no encontrado, "
                   "se crea."
               OPEN OUTPUT INGRESOS-BANCO
               CLOSE INGRESOS-BANCO
               OPEN I-O INGRESOS-BANCO
           END-IF
           IF WS-INGRESOS-STATUS NOT = "00"
               DISPLAY "Error al abrir INGRESOS-BANCO-INDEXADO.dat. "
                   "Estado: " WS-INGRESOS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "INGRESOS-BANCO-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-INGRESOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           PERFORM RECUPERAR-ULTIMO-NUMERO

           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "INGRESOS DE EFECTIVO EN EL BANCO"
               DISPLAY "1. REGISTRAR INGRESO."
               DISPLAY "2. ANULAR INGRESO."
               DISPLAY "3. CONSULTAR INGRESO."
               DISPLAY "4. DINERO EN TRANSITO (Z SIN INGRESAR)."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION
               EVALUATE OPCION
                   WHEN 1
                       PERFORM REGISTRAR-INGRESO
                   WHEN 2
                       PERFORM ANULAR-INGRESO
                   WHEN 3
                       PERFORM CONSULTAR-INGRESO
                   WHEN 4
                       CALL "REPORTE-DINERO-TRANSITO" USING WS-HOY,
                           WS-AVISOS
                       DISPLAY "Detalle en REPORTE-DINERO-TRANSITO.txt"
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM

           CLOSE INGRESOS-BANCO
           STOP RUN.

       RECUPERAR-ULTIMO-NUMERO.
           MOVE 0 TO WS-INGRESO-CONTADOR
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "S"
               READ INGRESOS-BANCO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE IB-NUMERO TO WS-INGRESO-CONTADOR
               END-READ
           END-PERFORM
           ADD 1 TO WS-INGRESO-CONTADOR.

      *----------------------- EFECTIVO PENDIENTE POR Z -------------------
       CARGAR-Z-PENDIENTES.
           MOVE 0 TO WS-Z-CANT
           MOVE 0 TO WS-PRIMER-Z-REGISTRO
           OPEN INPUT CIERRES-Z
           IF WS-CIERRES-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "S"
                   READ CIERRES-Z NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF CIERRE-Z-DE-TIENDA AND
                              CIERRE-Z-EFECTIVO-CONTADO > 0
                               PERFORM ANOTAR-Z-TIENDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CIERRES-Z
           END-IF

           MOVE 0 TO IB-NUMERO
           MOVE "N" TO WS-EOF
           START INGRESOS-BANCO KEY IS NOT LESS THAN IB-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ INGRESOS-BANCO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF IB-VIGENTE
                           PERFORM DESCONTAR-INGRESO-DE-Z
                       END-IF
               END-READ
           END-PERFORM.

       ANOTAR-Z-TIENDA.
           IF WS-Z-CANT < 3000
               ADD 1 TO WS-Z-CANT
               MOVE CIERRE-Z-NUMERO TO TZ-NUMERO(WS-Z-CANT)
               MOVE CIERRE-Z-FECHA TO TZ-FECHA(WS-Z-CANT)
               MOVE CIERRE-Z-EFECTIVO-CONTADO TO TZ-CONTADO(WS-Z-CANT)
               MOVE ZEROES TO TZ-INGRESADO(WS-Z-CANT)
           ELSE
               DISPLAY "AVISO: TABLA-Z llena (3000), Z "
                   CIERRE-Z-NUMERO " excluido"
           END-IF.

       DESCONTAR-INGRESO-DE-Z.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > IB-Z-CANT
               IF WS-PRIMER-Z-REGISTRO = 0 OR
                  IB-Z-NUMERO(WS-K) < WS-PRIMER-Z-REGISTRO
                   MOVE IB-Z-NUMERO(WS-K) TO WS-PRIMER-Z-REGISTRO
               END-IF
               MOVE IB-Z-NUMERO(WS-K) TO WS-Z-PEDIDO
               PERFORM BUSCAR-Z
               IF WS-I <= WS-Z-CANT
                   ADD IB-Z-IMPORTE(WS-K) TO TZ-INGRESADO(WS-I)
               END-IF
           END-PERFORM.

       BUSCAR-Z.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-Z-CANT OR TZ-NUMERO(WS-I) = WS-Z-PEDIDO
               CONTINUE
           END-PERFORM.

       CALCULAR-PENDIENTE-Z.
           IF TZ-CONTADO(WS-I) > TZ-INGRESADO(WS-I)
               COMPUTE WS-PENDIENTE =
                   TZ-CONTADO(WS-I) - TZ-INGRESADO(WS-I)
           ELSE
               MOVE ZEROES TO WS-PENDIENTE
           END-IF.

       MOSTRAR-Z-PENDIENTES.
           MOVE ZEROES TO WS-TOTAL-PENDIENTE
           DISPLAY "EFECTIVO DE LOS Z PENDIENTE DE INGRESAR:"
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-Z-CANT
               PERFORM CALCULAR-PENDIENTE-Z
               IF WS-PENDIENTE > 0 AND
                  TZ-NUMERO(WS-I) >= WS-PRIMER-Z-REGISTRO
                   PERFORM MOSTRAR-UN-Z-PENDIENTE
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-PENDIENTE TO WS-TOTAL-EDIT
           DISPLAY "TOTAL EN TRANSITO: " WS-TOTAL-EDIT.

       MOSTRAR-UN-Z-PENDIENTE.
           ADD WS-PENDIENTE TO WS-TOTAL-PENDIENTE
           MOVE TZ-NUMERO(WS-I) TO LZ-NUMERO
           MOVE TZ-FECHA(WS-I) TO LZ-FECHA
           MOVE TZ-CONTADO(WS-I) TO LZ-CONTADO
           MOVE TZ-INGRESADO(WS-I) TO LZ-INGRESADO
           MOVE WS-PENDIENTE TO LZ-PENDIENTE
           CALL "dia-fechas" USING TZ-FECHA(WS-I), WS-HOY,
               WS-MODO-HABILES, WS-DIAS
           IF WS-DIAS < 0
               MOVE 0 TO WS-DIAS
           END-IF
           MOVE WS-DIAS TO LZ-DIAS
           DISPLAY LIS-Z-PENDIENTE.

      *----------------------- ALTA DE INGRESO ----------------------------
      * El importe se aplica a los Z que se indiquen, hasta cubrir lo
      * pendiente de cada uno; sin indicar ninguno se aplica a los
      * pendientes mas antiguos. Lo que sobre despues de cubrir los Z
      * es un error de tecleo o de Z: el ingreso no se graba.
       REGISTRAR-INGRESO.
           PERFORM CARGAR-Z-PENDIENTES
           PERFORM MOSTRAR-Z-PENDIENTES
           IF WS-TOTAL-PENDIENTE = 0
               DISPLAY "No hay efectivo pendiente de ingresar."
           ELSE
               PERFORM PEDIR-DATOS-INGRESO
           END-IF.

       PEDIR-DATOS-INGRESO.
           INITIALIZE INGRESO-BANCO-REGISTRO
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               DISPLAY "Numero del resguardo del banco: "
               ACCEPT IB-RESGUARDO
               IF IB-RESGUARDO = SPACES
                   DISPLAY "EL RESGUARDO ES OBLIGATORIO."
               ELSE
                   MOVE "S" TO WS-CAMPO-OK
               END-IF
           END-PERFORM

           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               DISPLAY "Fecha del ingreso (AAAAMMDD, 0 = hoy): "
               ACCEPT IB-FECHA
               IF IB-FECHA = 0
                   MOVE WS-HOY TO IB-FECHA
               END-IF
               IF IB-FECHA NOT NUMERIC OR IB-FECHA > WS-HOY
                   DISPLAY "FECHA INVALIDA."
               ELSE
                   MOVE "S" TO WS-CAMPO-OK
               END-IF
           END-PERFORM

           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               DISPLAY "Importe ingresado (sin puntos, dos decimales, "
                   "p.ej. 0012345 = 123,45): "
               ACCEPT IB-IMPORTE
               IF IB-IMPORTE NOT NUMERIC OR IB-IMPORTE = 0
                   DISPLAY "IMPORTE INVALIDO."
               ELSE
                   MOVE "S" TO WS-CAMPO-OK
               END-IF
           END-PERFORM

           MOVE IB-IMPORTE TO WS-RESTANTE
           MOVE 0 TO IB-Z-CANT
           PERFORM PEDIR-Z-CUBIERTOS
           IF IB-Z-CANT = 0
               IF WS-PRIMER-Z-REGISTRO = 0
                   DISPLAY "Primer ingreso del registro: indique los "
                       "Z que cubre."
               ELSE
                   PERFORM APLICAR-A-Z-ANTIGUOS
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN IB-Z-CANT = 0
                   DISPLAY "INGRESO SIN Z CUBIERTOS. NO SE GRABA."
               WHEN WS-RESTANTE > 0
                   MOVE WS-RESTANTE TO WS-IMPORTE-EDIT
                   DISPLAY "EL IMPORTE SUPERA LO PENDIENTE DE LOS Z EN "
                       WS-IMPORTE-EDIT ". NO SE GRABA."
               WHEN OTHER
                   PERFORM CONFIRMAR-INGRESO
           END-EVALUATE.

       PEDIR-Z-CUBIERTOS.
           MOVE 1 TO WS-Z-PEDIDO
           PERFORM UNTIL WS-Z-PEDIDO = 0 OR WS-RESTANTE = 0
                   OR IB-Z-CANT = 20
               DISPLAY "Z que cubre el ingreso (0 = terminar; sin "
                   "ninguno, los mas antiguos): "
               ACCEPT WS-Z-PEDIDO
               IF WS-Z-PEDIDO NOT NUMERIC
                   MOVE 1 TO WS-Z-PEDIDO
                   DISPLAY "NUMERO INVALIDO."
               ELSE
                   IF WS-Z-PEDIDO > 0
                       PERFORM APLICAR-Z-PEDIDO
                   END-IF
               END-IF
           END-PERFORM.

       APLICAR-Z-PEDIDO.
           PERFORM BUSCAR-Z
           IF WS-I > WS-Z-CANT
               DISPLAY "NO ES UN Z DE TIENDA CON EFECTIVO."
           ELSE
               PERFORM CALCULAR-PENDIENTE-Z
               IF WS-PENDIENTE = 0
                   DISPLAY "ESE Z YA ESTA INGRESADO POR COMPLETO."
               ELSE
                   PERFORM APLICAR-A-Z
               END-IF
           END-IF.

       APLICAR-A-Z-ANTIGUOS.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-Z-CANT OR WS-RESTANTE = 0
                   OR IB-Z-CANT = 20
               PERFORM CALCULAR-PENDIENTE-Z
               IF WS-PENDIENTE > 0 AND
                  TZ-NUMERO(WS-I) >= WS-PRIMER-Z-REGISTRO
                   PERFORM APLICAR-A-Z
               END-IF
           END-PERFORM.

      *> La parte aplicada se suma tambien a la tabla, para que el
      *> mismo Z tecleado dos veces no se cubra de mas.
       APLICAR-A-Z.
           IF WS-PENDIENTE > WS-RESTANTE
               MOVE WS-RESTANTE TO WS-APLICADO
           ELSE
               MOVE WS-PENDIENTE TO WS-APLICADO
           END-IF
           ADD 1 TO IB-Z-CANT
           MOVE TZ-NUMERO(WS-I) TO IB-Z-NUMERO(IB-Z-CANT)
           MOVE TZ-FECHA(WS-I) TO IB-Z-FECHA(IB-Z-CANT)
           MOVE WS-APLICADO TO IB-Z-IMPORTE(IB-Z-CANT)
           ADD WS-APLICADO TO TZ-INGRESADO(WS-I)
           SUBTRACT WS-APLICADO FROM WS-RESTANTE
           MOVE WS-APLICADO TO WS-IMPORTE-EDIT
           DISPLAY "  Z " TZ-NUMERO(WS-I) " del " TZ-FECHA(WS-I)
               ": " WS-IMPORTE-EDIT.

       CONFIRMAR-INGRESO.
           MOVE IB-IMPORTE TO WS-IMPORTE-EDIT
           DISPLAY "Ingreso " WS-INGRESO-CONTADOR " resguardo "
               IB-RESGUARDO " del " IB-FECHA " por " WS-IMPORTE-EDIT
               " (" IB-Z-CANT " Z)"
           DISPLAY "Confirma el ingreso? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE WS-INGRESO-CONTADOR TO IB-NUMERO
               MOVE WS-OPERADOR-VALIDADO TO IB-OPERADOR
               MOVE "V" TO IB-ESTADO
               MOVE WS-HOY TO IB-FECHA-GRABACION
               WRITE INGRESO-BANCO-REGISTRO INVALID KEY
                   DISPLAY "Error al grabar el ingreso. Estado: "
                       WS-INGRESOS-STATUS
                   MOVE "CONFIRMAR-INGRESO" TO WS-INC-PARRAFO
                   MOVE "INGRESOS-BANCO-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-INGRESOS-STATUS TO WS-INC-ESTADO
                   MOVE IB-NUMERO TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               END-WRITE
               IF WS-INGRESOS-STATUS = "00"
                   DISPLAY "Ingreso " IB-NUMERO " grabado."
                   ADD 1 TO WS-INGRESO-CONTADOR
               END-IF
           ELSE
               DISPLAY "Ingreso cancelado por el usuario."
           END-IF.

      *----------------------- ANULACION ----------------------------------
      * Un ingreso mal tecleado se anula (con clave de supervisor) y
      * se vuelve a registrar: su efectivo vuelve a quedar en
      * transito hasta entonces.
       ANULAR-INGRESO.
           DISPLAY "Numero de ingreso a anular: "
           ACCEPT WS-INGRESO-BUSCADO
           MOVE WS-INGRESO-BUSCADO TO IB-NUMERO
           READ INGRESOS-BANCO
               INVALID KEY
                   DISPLAY "INGRESO NO ENCONTRADO."
               NOT INVALID KEY
                   IF IB-ANULADO
                       DISPLAY "EL INGRESO YA ESTA ANULADO."
                   ELSE
                       PERFORM CONFIRMAR-ANULACION
                   END-IF
           END-READ.

       CONFIRMAR-ANULACION.
           PERFORM MOSTRAR-INGRESO
           CALL "VALIDAR-OPERADOR" USING WS-ROL-SUPERVISOR,
               WS-SUPERVISOR-OK, WS-SUPERVISOR-ID
           IF WS-SUPERVISOR-OK NOT = "S"
               DISPLAY "CLAVE INCORRECTA. ANULACION NO AUTORIZADA."
           ELSE
               DISPLAY "Confirma la anulacion? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   MOVE "X" TO IB-ESTADO
                   MOVE WS-HOY TO IB-FECHA-GRABACION
                   REWRITE INGRESO-BANCO-REGISTRO INVALID KEY
                       DISPLAY "Error al anular. Estado: "
                           WS-INGRESOS-STATUS
                       MOVE "CONFIRMAR-ANULACION" TO WS-INC-PARRAFO
                       MOVE "INGRESOS-BANCO-INDEXADO.dat"
                           TO WS-INC-ARCHIVO
                       MOVE WS-INGRESOS-STATUS TO WS-INC-ESTADO
                       MOVE IB-NUMERO TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
                   END-REWRITE
                   IF WS-INGRESOS-STATUS = "00"
                       DISPLAY "Ingreso " IB-NUMERO " anulado."
                   END-IF
               END-IF
           END-IF.

      *----------------------- CONSULTA -----------------------------------
       CONSULTAR-INGRESO.
           DISPLAY "Numero de ingreso: "
           ACCEPT WS-INGRESO-BUSCADO
           MOVE WS-INGRESO-BUSCADO TO IB-NUMERO
           READ INGRESOS-BANCO
               INVALID KEY
                   DISPLAY "INGRESO NO ENCONTRADO."
               NOT INVALID KEY
                   PERFORM MOSTRAR-INGRESO
           END-READ.

      *> Con cada Z se listan las sesiones de caja de su dia: es el
      *> efectivo de esos turnos el que fue al banco.
       MOSTRAR-INGRESO.
           MOVE IB-IMPORTE TO WS-IMPORTE-EDIT
           DISPLAY "INGRESO " IB-NUMERO "  RESGUARDO " IB-RESGUARDO
           DISPLAY "FECHA " IB-FECHA "  IMPORTE " WS-IMPORTE-EDIT
               "  OPERADOR " IB-OPERADOR
           IF IB-ANULADO
               DISPLAY "*** ANULADO el " IB-FECHA-GRABACION " ***"
           END-IF
           OPEN INPUT SESIONES
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > IB-Z-CANT
               MOVE IB-Z-IMPORTE(WS-K) TO WS-IMPORTE-EDIT
               DISPLAY "  Z " IB-Z-NUMERO(WS-K) " del "
                   IB-Z-FECHA(WS-K) ": " WS-IMPORTE-EDIT
               IF WS-SESIONES-STATUS = "00"
                   PERFORM MOSTRAR-SESIONES-Z
               END-IF
           END-PERFORM
           IF WS-SESIONES-STATUS = "00"
               CLOSE SESIONES
           END-IF.

       MOSTRAR-SESIONES-Z.
           MOVE 0 TO SESION-NUMERO
           MOVE "N" TO WS-EOF
           START SESIONES KEY IS NOT LESS THAN SESION-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ SESIONES NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF SESION-FECHA = IB-Z-FECHA(WS-K)
                           DISPLAY "      Sesion " SESION-NUMERO
                               " caja " SESION-TERMINAL
                               " (" SESION-OPERADOR ")"
                       END-IF
               END-READ
           END-PERFORM.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-INGRESOS-BANCO" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-INGRESOS-BANCO.
