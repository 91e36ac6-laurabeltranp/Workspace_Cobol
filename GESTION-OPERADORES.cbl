               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-OPERADORES-STATUS.

           SELECT CREDENCIALES
               ASSIGN TO "CREDENCIALES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-OPERADOR-ID
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS WS-CREDENCIALES-STATUS.

           SELECT CONTRATOS
               ASSIGN TO "CONTRATOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-OPERADOR-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-CONTRATOS-STATUS.

           SELECT ARRANQUE-SEGURIDAD
               ASSIGN TO "ARRANQUE-SEGURIDAD.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARRANQUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
           COPY OPERADOR.

       FD CREDENCIALES.
           COPY CREDENCIAL.

       FD CONTRATOS.
           COPY CONTRATO.

       FD ARRANQUE-SEGURIDAD.
           COPY ARRANQUE.

       WORKING-STORAGE SECTION.
       01 WS-OPERADORES-STATUS PIC XX.
       01 OPCION PIC 9 VALUE 0.
       01 WS-ID-BUSCADO PIC X(8).
       01 WS-ROL PIC X.
       01 WS-AUTORIZADO PIC X VALUE "N".
      * Rol M: supervisor, y sin maestro la clave de arranque para
      * crearlo (VALIDAR-OPERADOR no la admite en otro programa).
       01 WS-ROL-SUPERVISOR PIC X VALUE "M".
       01 WS-QUIEN PIC X(8).
       01 WS-DTO-ENTRADA PIC 9(2)V99.
       01 WS-TOPE-ENTRADA PIC 9(5)V99.
       01 WS-CREDENCIALES-STATUS PIC XX.
       01 WS-ARRANQUE-STATUS PIC XX.
       01 WS-MAESTRO-NUEVO PIC X VALUE "N".
      * Clave provisional que pone el supervisor (alta o reseteo): se
      * guarda solo su resumen y el operador la cambia al entrar.
       01 WS-CLAVE-PROVISIONAL PIC X(8).
       01 WS-CLAVE-HASH PIC X(64).
       01 WS-CREDENCIAL-NUEVA PIC X VALUE "N".
       01 WS-IDX PIC 9.
      * Informe semanal de seguridad: ultimo dia de la semana e
      * incidencias (bloqueos y accesos sin maestro) que devuelve.
       01 WS-FECHA-INFORME PIC 9(8).
       01 WS-INCIDENCIAS PIC 9(4).
      * Jornada contratada (informe mensual de jornada).
       01 WS-CONTRATOS-STATUS PIC XX.
       01 WS-CONTRATO-NUEVO PIC X VALUE "N".
       01 WS-HORAS-ENTRADA PIC 9(2)V99.
       01 WS-HORAS-EDIT PIC Z9.99.
      * Evento para GRABAR-LOG-SEGURIDAD.
       01 WS-LOG-OPERADOR PIC X(8).
       01 WS-LOG-EVENTO PIC X(10).
       01 WS-LOG-DETALLE PIC X(40).
       01 LISTA-DETALLE.
           05 LD-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-ROL PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-ESTADO PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-DTO PIC Z9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-TOPE PIC Z(4)9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.
      * Parametros de la tienda: largo minimo de la clave provisional.
           COPY PARAMETRO.

       PROCEDURE DIVISION.
      *----------------------- MAESTRO DE OPERADORES ----------------------
      * Altas, bajas (deshabilitar) y cambios de clave de los
      * operadores con identidad y rol propios, desbloqueo tras
      * claves fallidas e informe semanal de seguridad. La pantalla
      * entera es cosa de supervisor; dar de alta al primer
      * supervisor pasa por la clave compartida historica, que
      * VALIDAR-OPERADOR acepta una sola vez: al crear aqui el
      * maestro queda la marca ARRANQUE-SEGURIDAD.dat y la clave
      * compartida deja de valer.
       INICIO.
           CALL "VALIDAR-OPERADOR" USING WS-ROL-SUPERVISOR,
               WS-AUTORIZADO, WS-QUIEN
               DISPLAY "OPERACION NO AUTORIZADA."
               STOP RUN
           END-IF
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO

           OPEN I-O OPERADORES
           IF WS-OPERADORES-STATUS = "35"
               OPEN OUTPUT OPERADORES
               CLOSE OPERADORES
               OPEN I-O OPERADORES
               IF WS-OPERADORES-STATUS = "00"
                   MOVE "S" TO WS-MAESTRO-NUEVO
                   PERFORM MARCAR-ARRANQUE
               END-IF
           END-IF
           IF WS-OPERADORES-STATUS NOT = "00"
               DISPLAY "Error al abrir operadores. Estado: "
                   WS-OPERADORES-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "OPERADORES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-OPERADORES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           OPEN I-O CREDENCIALES
           IF WS-CREDENCIALES-STATUS = "35"
               OPEN OUTPUT CREDENCIALES
               CLOSE CREDENCIALES
               OPEN I-O CREDENCIALES
           END-IF
           IF WS-CREDENCIALES-STATUS NOT = "00"
               DISPLAY "Error al abrir credenciales. Estado: "
                   WS-CREDENCIALES-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "CREDENCIALES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-CREDENCIALES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           IF WS-MAESTRO-NUEVO = "S"
               DISPLAY "Alta del primer supervisor del maestro:"
               PERFORM ALTA-OPERADOR
           END-IF

           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "GESTION DE OPERADORES"
               DISPLAY "2. DESHABILITAR / REHABILITAR OPERADOR."
               DISPLAY "3. RESETEAR CLAVE."
               DISPLAY "4. LISTADO DE OPERADORES."
               DISPLAY "5. CONDICIONES DE COMPRA DE PERSONAL."
               DISPLAY "6. DESBLOQUEAR OPERADOR."
               DISPLAY "7. INFORME SEMANAL DE SEGURIDAD."
               DISPLAY "8. HORAS DE CONTRATO."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION
                       PERFORM RESETEAR-CLAVE
                   WHEN 4
                       PERFORM LISTAR-OPERADORES
                   WHEN 5
                       PERFORM CAMBIAR-COMPRA-PERSONAL
                   WHEN 6
                       PERFORM DESBLOQUEAR-OPERADOR
                   WHEN 7
                       PERFORM INFORME-SEGURIDAD
                   WHEN 8
                       PERFORM CAMBIAR-HORAS-CONTRATO
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
           END-PERFORM

           CLOSE OPERADORES
           CLOSE CREDENCIALES
           STOP RUN.

      *> Arranque: el maestro se acaba de crear con la clave
      *> compartida. Desde esta marca esa clave ya no abre nada.
       MARCAR-ARRANQUE.
           OPEN OUTPUT ARRANQUE-SEGURIDAD
           MOVE FUNCTION CURRENT-DATE(1:8) TO AR-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AR-HORA
           MOVE WS-QUIEN TO AR-OPERADOR
           WRITE ARRANQUE-REGISTRO
           CLOSE ARRANQUE-SEGURIDAD
           MOVE WS-QUIEN TO WS-LOG-OPERADOR
           MOVE "ARRANQUE" TO WS-LOG-EVENTO
           MOVE "Maestro de operadores creado" TO WS-LOG-DETALLE
           PERFORM GRABAR-LOG.

       ALTA-OPERADOR.
           DISPLAY "Identidad del nuevo operador (hasta 8): "
           ACCEPT OP-ID
       CARGAR-DATOS-OPERADOR.
           DISPLAY "Nombre del operador: "
           ACCEPT OP-NOMBRE
           PERFORM PEDIR-CLAVE-PROVISIONAL
           MOVE SPACES TO OP-CLAVE
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               DISPLAY "Rol (C=Cajero / A=Almacen / S=Supervisor): "
                       DISPLAY "ROL INVALIDO."
               END-EVALUATE
           END-PERFORM
           PERFORM PEDIR-COMPRA-PERSONAL
           MOVE "S" TO OP-ACTIVO
           WRITE OPERADOR-REGISTRO INVALID KEY
               DISPLAY "Error al grabar el operador. Estado: "
                   WS-OPERADORES-STATUS
               MOVE "CARGAR-DATOS-OPERADOR" TO WS-INC-PARRAFO
               MOVE "OPERADORES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-OPERADORES-STATUS TO WS-INC-ESTADO
               MOVE OP-ID TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-WRITE
           IF WS-OPERADORES-STATUS = "00"
               DISPLAY "Operador " OP-ID " dado de alta."
               PERFORM PONER-CLAVE-PROVISIONAL
           END-IF.

       CAMBIAR-ESTADO-OPERADOR.
                   REWRITE OPERADOR-REGISTRO
           END-READ.

      *> Descuento de empleado y tope mensual de compras de personal.
       PEDIR-COMPRA-PERSONAL.
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               DISPLAY "% de descuento de personal (0-50): "
               ACCEPT WS-DTO-ENTRADA
               IF WS-DTO-ENTRADA NOT NUMERIC OR WS-DTO-ENTRADA > 50
                   DISPLAY "PORCENTAJE INVALIDO."
               ELSE
                   MOVE WS-DTO-ENTRADA TO OP-DTO-PERSONAL-PCT
                   MOVE "S" TO WS-CAMPO-OK
               END-IF
           END-PERFORM
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               DISPLAY "Tope mensual de compras EUR (0 = sin compra "
                   "de personal): "
               ACCEPT WS-TOPE-ENTRADA
               IF WS-TOPE-ENTRADA NOT NUMERIC
                   DISPLAY "IMPORTE INVALIDO."
               ELSE
                   MOVE WS-TOPE-ENTRADA TO OP-TOPE-MENSUAL
                   MOVE "S" TO WS-CAMPO-OK
               END-IF
           END-PERFORM.

       CAMBIAR-COMPRA-PERSONAL.
           DISPLAY "Identidad del operador: "
           ACCEPT WS-ID-BUSCADO
           MOVE WS-ID-BUSCADO TO OP-ID
           READ OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR DESCONOCIDO."
               NOT INVALID KEY
                   MOVE OP-DTO-PERSONAL-PCT TO LD-DTO
                   MOVE OP-TOPE-MENSUAL TO LD-TOPE
                   DISPLAY "Actual: descuento " LD-DTO "%  tope "
                       "mensual EUR " LD-TOPE
                   PERFORM PEDIR-COMPRA-PERSONAL
                   REWRITE OPERADOR-REGISTRO
                   DISPLAY "Condiciones de compra de personal "
                       "actualizadas."
           END-READ.

       RESETEAR-CLAVE.
           DISPLAY "Identidad del operador: "
           ACCEPT WS-ID-BUSCADO
               INVALID KEY
                   DISPLAY "OPERADOR DESCONOCIDO."
               NOT INVALID KEY
                   PERFORM PEDIR-CLAVE-PROVISIONAL
                   MOVE SPACES TO OP-CLAVE
                   REWRITE OPERADOR-REGISTRO
                   PERFORM PONER-CLAVE-PROVISIONAL
                   DISPLAY "Clave reseteada. El operador la cambiara "
                       "en su proximo acceso."
           END-READ.

      *----------------------- CLAVE PROVISIONAL --------------------------
       PEDIR-CLAVE-PROVISIONAL.
           MOVE "N" TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
               DISPLAY "Clave provisional (" PA-LARGO-MINIMO-CLAVE
                   " a 8): "
               ACCEPT WS-CLAVE-PROVISIONAL
               IF WS-CLAVE-PROVISIONAL(PA-LARGO-MINIMO-CLAVE:1) = SPACE
                   DISPLAY "CLAVE DEMASIADO CORTA."
               ELSE
                   MOVE "S" TO WS-CAMPO-OK
               END-IF
           END-PERFORM.

      *> Alta y reseteo: resumen nuevo con fecha cero (provisional, se
      *> cambia al entrar), fallos a cero y desbloqueado. La clave que
      *> tuviera pasa a las anteriores, para que no la pueda repetir.
       PONER-CLAVE-PROVISIONAL.
           CALL "CIFRAR-CLAVE" USING OP-ID, WS-CLAVE-PROVISIONAL,
               WS-CLAVE-HASH
           PERFORM LEER-CREDENCIAL
           IF CR-CLAVE-HASH NOT = SPACES
               PERFORM VARYING WS-IDX FROM 4 BY -1 UNTIL WS-IDX < 2
                   MOVE CR-CLAVE-ANTERIOR(WS-IDX - 1)
                       TO CR-CLAVE-ANTERIOR(WS-IDX)
               END-PERFORM
               MOVE CR-CLAVE-HASH TO CR-CLAVE-ANTERIOR(1)
           END-IF
           MOVE WS-CLAVE-HASH TO CR-CLAVE-HASH
           MOVE ZEROES TO CR-FECHA-CLAVE
           MOVE ZEROES TO CR-INTENTOS-FALLIDOS
           MOVE "N" TO CR-BLOQUEADO
           PERFORM GRABAR-CREDENCIAL
           MOVE OP-ID TO WS-LOG-OPERADOR
           MOVE "RESETCLAVE" TO WS-LOG-EVENTO
           MOVE "Clave provisional puesta por supervisor"
               TO WS-LOG-DETALLE
           PERFORM GRABAR-LOG.

       LEER-CREDENCIAL.
           MOVE "N" TO WS-CREDENCIAL-NUEVA
           MOVE OP-ID TO CR-OPERADOR-ID
           READ CREDENCIALES
               INVALID KEY
                   MOVE "S" TO WS-CREDENCIAL-NUEVA
                   INITIALIZE CREDENCIAL-REGISTRO
                   MOVE OP-ID TO CR-OPERADOR-ID
                   MOVE "N" TO CR-BLOQUEADO
           END-READ.

       GRABAR-CREDENCIAL.
           IF WS-CREDENCIAL-NUEVA = "S"
               WRITE CREDENCIAL-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar credencial. Estado: "
                           WS-CREDENCIALES-STATUS
                       MOVE "GRABAR-CREDENCIAL" TO WS-INC-PARRAFO
                       MOVE "CREDENCIALES-INDEXADO.dat"
                           TO WS-INC-ARCHIVO
                       MOVE WS-CREDENCIALES-STATUS TO WS-INC-ESTADO
                       MOVE CR-OPERADOR-ID TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
               END-WRITE
           ELSE
               REWRITE CREDENCIAL-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar credencial. Estado: "
                           WS-CREDENCIALES-STATUS
                       MOVE "GRABAR-CREDENCIAL" TO WS-INC-PARRAFO
                       MOVE "CREDENCIALES-INDEXADO.dat"
                           TO WS-INC-ARCHIVO
                       MOVE WS-CREDENCIALES-STATUS TO WS-INC-ESTADO
                       MOVE CR-OPERADOR-ID TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
               END-REWRITE
           END-IF.

      *----------------------- DESBLOQUEO ---------------------------------
       DESBLOQUEAR-OPERADOR.
           DISPLAY "Identidad del operador: "
           ACCEPT WS-ID-BUSCADO
           MOVE WS-ID-BUSCADO TO OP-ID
           READ OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR DESCONOCIDO."
               NOT INVALID KEY
                   PERFORM LEER-CREDENCIAL
                   IF WS-CREDENCIAL-NUEVA = "S" OR
                      NOT CR-ESTA-BLOQUEADO
                       DISPLAY "El operador " OP-ID
                           " no esta bloqueado."
                   ELSE
                       MOVE "N" TO CR-BLOQUEADO
                       MOVE ZEROES TO CR-INTENTOS-FALLIDOS
                       PERFORM GRABAR-CREDENCIAL
                       DISPLAY "Operador " OP-ID " DESBLOQUEADO."
                       MOVE OP-ID TO WS-LOG-OPERADOR
                       MOVE "DESBLOQUEO" TO WS-LOG-EVENTO
                       MOVE SPACES TO WS-LOG-DETALLE
                       STRING "Bloqueado desde " CR-FECHA-BLOQUEO
                           DELIMITED BY SIZE INTO WS-LOG-DETALLE
                       PERFORM GRABAR-LOG
                   END-IF
           END-READ.

      *----------------------- HORAS DE CONTRATO --------------------------
      * Jornada contratada diaria y semanal del operador, contra la
      * que el informe mensual de jornada saca las horas extra.
       CAMBIAR-HORAS-CONTRATO.
           DISPLAY "Identidad del operador: "
           ACCEPT WS-ID-BUSCADO
           MOVE WS-ID-BUSCADO TO OP-ID
           READ OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR DESCONOCIDO."
               NOT INVALID KEY
                   PERFORM GRABAR-HORAS-CONTRATO
           END-READ.

       GRABAR-HORAS-CONTRATO.
           OPEN I-O CONTRATOS
           IF WS-CONTRATOS-STATUS = "35"
               OPEN OUTPUT CONTRATOS
               CLOSE CONTRATOS
               OPEN I-O CONTRATOS
           END-IF
           IF WS-CONTRATOS-STATUS NOT = "00"
               DISPLAY "Error al abrir contratos. Estado: "
                   WS-CONTRATOS-STATUS
               MOVE "GRABAR-HORAS-CONTRATO" TO WS-INC-PARRAFO
               MOVE "CONTRATOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-CONTRATOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               MOVE "N" TO WS-CONTRATO-NUEVO
               MOVE OP-ID TO CT-OPERADOR-ID
               READ CONTRATOS
                   INVALID KEY
                       MOVE "S" TO WS-CONTRATO-NUEVO
                       DISPLAY "Sin jornada contratada registrada."
                   NOT INVALID KEY
                       MOVE CT-HORAS-DIARIAS TO WS-HORAS-EDIT
                       DISPLAY "Actual: " WS-HORAS-EDIT " h diarias"
                       MOVE CT-HORAS-SEMANALES TO WS-HORAS-EDIT
                       DISPLAY "        " WS-HORAS-EDIT " h semanales"
               END-READ
               MOVE OP-ID TO CT-OPERADOR-ID
               MOVE "N" TO WS-CAMPO-OK
               PERFORM UNTIL WS-CAMPO-OK = "S"
                   DISPLAY "Horas diarias (dos decimales, p.ej. 0800 "
                       "= 8,00): "
                   ACCEPT WS-HORAS-ENTRADA
                   IF WS-HORAS-ENTRADA NOT NUMERIC OR
                      WS-HORAS-ENTRADA > 12
                       DISPLAY "HORAS INVALIDAS."
                   ELSE
                       MOVE WS-HORAS-ENTRADA TO CT-HORAS-DIARIAS
                       MOVE "S" TO WS-CAMPO-OK
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-CAMPO-OK
               PERFORM UNTIL WS-CAMPO-OK = "S"
                   DISPLAY "Horas semanales (p.ej. 4000 = 40,00): "
                   ACCEPT WS-HORAS-ENTRADA
                   IF WS-HORAS-ENTRADA NOT NUMERIC OR
                      WS-HORAS-ENTRADA > 60
                       DISPLAY "HORAS INVALIDAS."
                   ELSE
                       MOVE WS-HORAS-ENTRADA TO CT-HORAS-SEMANALES
                       MOVE "S" TO WS-CAMPO-OK
                   END-IF
               END-PERFORM
               MOVE FUNCTION CURRENT-DATE(1:8) TO CT-FECHA-DESDE
               IF WS-CONTRATO-NUEVO = "S"
                   WRITE CONTRATO-REGISTRO
               ELSE
                   REWRITE CONTRATO-REGISTRO
               END-IF
               IF WS-CONTRATOS-STATUS = "00"
                   DISPLAY "Jornada contratada de " OP-ID
                       " actualizada."
               ELSE
                   DISPLAY "Error al grabar contrato. Estado: "
                       WS-CONTRATOS-STATUS
                   MOVE "GRABAR-HORAS-CONTRATO" TO WS-INC-PARRAFO
                   MOVE "CONTRATOS-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-CONTRATOS-STATUS TO WS-INC-ESTADO
                   MOVE CT-OPERADOR-ID TO WS-INC-CLAVE
                   PERFORM REGISTRAR-INCIDENCIA
               END-IF
               CLOSE CONTRATOS
           END-IF.

      *----------------------- INFORME DE SEGURIDAD -----------------------
       INFORME-SEGURIDAD.
           DISPLAY "Ultimo dia de la semana (AAAAMMDD, 0 = hoy): "
           ACCEPT WS-FECHA-INFORME
           IF WS-FECHA-INFORME = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-INFORME
           END-IF
           CALL "REPORTE-SEGURIDAD" USING WS-FECHA-INFORME,
               WS-INCIDENCIAS.

       GRABAR-LOG.
           CALL "GRABAR-LOG-SEGURIDAD" USING WS-LOG-OPERADOR,
               WS-LOG-EVENTO, WS-QUIEN, WS-LOG-DETALLE.

       LISTAR-OPERADORES.
           DISPLAY "IDENTIDAD NOMBRE                          ROL"
               "        ESTADO          DTO%  TOPE-MES"
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO OP-ID
           START OPERADORES KEY IS NOT LESS OP-ID
                           WHEN OTHER
                               MOVE "?" TO LD-ROL
                       END-EVALUATE
                       PERFORM LEER-CREDENCIAL
                       EVALUATE TRUE
                           WHEN NOT OP-ESTA-ACTIVO
                               MOVE "DESHABILIT." TO LD-ESTADO
                           WHEN CR-ESTA-BLOQUEADO
                               MOVE "BLOQUEADO" TO LD-ESTADO
                           WHEN OTHER
                               MOVE "ACTIVO" TO LD-ESTADO
                       END-EVALUATE
                       MOVE OP-DTO-PERSONAL-PCT TO LD-DTO
                       MOVE OP-TOPE-MENSUAL TO LD-TOPE
                       DISPLAY LISTA-DETALLE
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
           MOVE "GESTION-OPERADORES" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-OPERADORES.
