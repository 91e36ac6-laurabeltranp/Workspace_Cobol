               SHARING WITH ALL OTHER
               FILE STATUS IS WS-OPERADORES-STATUS.

           SELECT CREDENCIALES
               ASSIGN TO "CREDENCIALES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-OPERADOR-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-CREDENCIALES-STATUS.

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

       FD ARRANQUE-SEGURIDAD.
           COPY ARRANQUE.

       WORKING-STORAGE SECTION.
       77 WS-OPERADORES-STATUS PIC XX.
       77 WS-CREDENCIALES-STATUS PIC XX.
       77 WS-ARRANQUE-STATUS PIC XX.
       77 WS-ID-INGRESADO PIC X(8).
           COPY SEGURIDAD.
      * La politica de claves sale de los parametros de la tienda:
      * fallos seguidos hasta el bloqueo (PA-MAX-INTENTOS-CLAVE), dias
      * de vigencia (PA-DIAS-VIGENCIA-CLAVE), largo minimo de la nueva
      * (PA-LARGO-MINIMO-CLAVE) y cuantas de las ultimas claves de
      * CR-CLAVE-ANTERIOR no se pueden repetir (PA-CLAVES-NO-REPETIR).
       77 WS-CREDENCIAL-NUEVA PIC X VALUE "N".
       77 WS-CLAVE-HASH PIC X(64).
       77 WS-CLAVE-OK PIC X VALUE "N".
       77 WS-CLAVE-VIGENTE PIC X VALUE "N".
       77 WS-HOY PIC 9(8).
       77 WS-DIAS-CLAVE PIC S9(8).
       77 WS-CLAVE-NUEVA PIC X(8).
       77 WS-CLAVE-REPETIDA PIC X(8).
       77 WS-HASH-NUEVO PIC X(64).
       77 WS-CLAVE-USADA PIC X VALUE "N".
       77 WS-INTENTO-CAMBIO PIC 9.
      * Identidad con la que se resume la clave de arranque propia
      * de la tienda (PA-CLAVE-ARRANQUE-HASH).
       77 WS-ID-ARRANQUE PIC X(8) VALUE "GESTOR".
           COPY PARAMETRO.
       77 WS-IDX PIC 9.
       77 WS-INTENTOS-EDIT PIC Z9.
      * Evento para GRABAR-LOG-SEGURIDAD.
       77 WS-LOG-OPERADOR PIC X(8).
       77 WS-LOG-EVENTO PIC X(10).
       77 WS-LOG-AUTOR PIC X(8) VALUE SPACES.
       77 WS-LOG-DETALLE PIC X(40).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       LINKAGE SECTION.
      * Rol minimo exigido por el llamador: C (cualquier operador
      * activo), A (almacen o supervisor), S (solo supervisor), M
      * (solo supervisor, para mantener el maestro de operadores: es
      * el unico que sin maestro admite la clave de arranque).
       01 LK-ROL-REQUERIDO PIC X.
       01 LK-AUTORIZADO PIC X.
           88 LK-OPERADOR-AUTORIZADO VALUE "S".
               LK-OPERADOR-ID.
      *----------------------- VALIDACION DE OPERADOR ---------------------
      * Pide identidad y clave individual y comprueba que el operador
      * este activo y sin bloquear y que su rol alcance al exigido.
      * La clave se compara por su resumen (CREDENCIALES); tras
      * PA-MAX-INTENTOS-CLAVE fallos seguidos el operador queda
      * bloqueado hasta que un supervisor lo desbloquee en
      * GESTION-OPERADORES. Una clave provisional o con mas de
      * PA-DIAS-VIGENCIA-CLAVE dias se
      * cambia antes de entrar. Todo acierto, fallo y bloqueo queda
      * en SEGURIDAD-LOG.dat. La clave compartida de SEGURIDAD.cpy
      * solo vale para el arranque: rol M (GESTION-OPERADORES, que
      * crea el maestro), maestro inexistente y sin marca de que ya
      * se creo una vez. Sin maestro cualquier otra validacion se
      * deniega.
       INICIO.
           MOVE "N" TO LK-AUTORIZADO
           MOVE SPACES TO LK-OPERADOR-ID
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

           OPEN I-O OPERADORES
           IF WS-OPERADORES-STATUS = "35"
               IF LK-ROL-REQUERIDO = "M"
                   PERFORM VALIDAR-ARRANQUE
               ELSE
                   PERFORM DENEGAR-SIN-MAESTRO
               END-IF
               GOBACK
           END-IF
           IF WS-OPERADORES-STATUS NOT = "00"
               DISPLAY "MAESTRO DE OPERADORES NO DISPONIBLE. Estado: "
                   WS-OPERADORES-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "OPERADORES-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-OPERADORES-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
               MOVE SPACES TO WS-LOG-OPERADOR
               MOVE "SINMAESTRO" TO WS-LOG-EVENTO
               MOVE SPACES TO WS-LOG-DETALLE
               STRING "Maestro no disponible, estado "
                   WS-OPERADORES-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-DETALLE
               PERFORM GRABAR-LOG
               GOBACK
           END-IF

           READ OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR DESCONOCIDO."
                   MOVE WS-ID-INGRESADO TO WS-LOG-OPERADOR
                   MOVE "FALLO" TO WS-LOG-EVENTO
                   MOVE "Identidad desconocida" TO WS-LOG-DETALLE
                   PERFORM GRABAR-LOG
               NOT INVALID KEY
                   PERFORM VALIDAR-CLAVE-Y-ROL
           END-READ
           GOBACK.

       VALIDAR-CLAVE-Y-ROL.
           MOVE OP-ID TO WS-LOG-OPERADOR
           IF OP-DESHABILITADO
               DISPLAY "OPERADOR DESHABILITADO."
               MOVE "DENEGADO" TO WS-LOG-EVENTO
               MOVE "Operador deshabilitado" TO WS-LOG-DETALLE
               PERFORM GRABAR-LOG
           ELSE
               PERFORM LEER-CREDENCIAL
               IF WS-CREDENCIALES-STATUS NOT = "00"
                   DISPLAY "CREDENCIALES NO DISPONIBLES. Estado: "
                       WS-CREDENCIALES-STATUS
                   MOVE "VALIDAR-CLAVE-Y-ROL" TO WS-INC-PARRAFO
                   MOVE "CREDENCIALES-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-CREDENCIALES-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               ELSE
                   PERFORM VALIDAR-CREDENCIAL
                   CLOSE CREDENCIALES
               END-IF
           END-IF.

      *> El operador sin registro de credencial todavia tiene la clave
      *> en claro en el maestro: se le prepara uno con resumen vacio.
       LEER-CREDENCIAL.
           OPEN I-O CREDENCIALES
           IF WS-CREDENCIALES-STATUS = "35"
               OPEN OUTPUT CREDENCIALES
               CLOSE CREDENCIALES
               OPEN I-O CREDENCIALES
           END-IF
           IF WS-CREDENCIALES-STATUS = "00"
               MOVE "N" TO WS-CREDENCIAL-NUEVA
               MOVE OP-ID TO CR-OPERADOR-ID
               READ CREDENCIALES
                   INVALID KEY
                       MOVE "S" TO WS-CREDENCIAL-NUEVA
                       INITIALIZE CREDENCIAL-REGISTRO
                       MOVE OP-ID TO CR-OPERADOR-ID
                       MOVE "N" TO CR-BLOQUEADO
               END-READ
           END-IF.

       VALIDAR-CREDENCIAL.
           IF CR-ESTA-BLOQUEADO
               DISPLAY "OPERADOR BLOQUEADO POR CLAVES FALLIDAS. "
                   "AVISE A UN SUPERVISOR."
               MOVE "DENEGADO" TO WS-LOG-EVENTO
               MOVE "Intento con el operador bloqueado"
                   TO WS-LOG-DETALLE
               PERFORM GRABAR-LOG
           ELSE
               DISPLAY "Clave: "
               ACCEPT WS-CLAVE-INGRESADA
               CALL "CIFRAR-CLAVE" USING OP-ID, WS-CLAVE-INGRESADA,
                   WS-CLAVE-HASH
               MOVE "N" TO WS-CLAVE-OK
               IF CR-CLAVE-HASH = SPACES
                   IF OP-CLAVE NOT = SPACES AND
                      WS-CLAVE-INGRESADA = OP-CLAVE
                       MOVE "S" TO WS-CLAVE-OK
                   END-IF
               ELSE
                   IF WS-CLAVE-HASH = CR-CLAVE-HASH
                       MOVE "S" TO WS-CLAVE-OK
                   END-IF
               END-IF
               IF WS-CLAVE-OK = "S"
                   PERFORM REGISTRAR-ACIERTO
               ELSE
                   PERFORM REGISTRAR-FALLO
               END-IF
               PERFORM GRABAR-CREDENCIAL
           END-IF.

       REGISTRAR-FALLO.
           ADD 1 TO CR-INTENTOS-FALLIDOS
           MOVE CR-INTENTOS-FALLIDOS TO WS-INTENTOS-EDIT
           IF CR-INTENTOS-FALLIDOS >= PA-MAX-INTENTOS-CLAVE
               MOVE "S" TO CR-BLOQUEADO
               MOVE WS-HOY TO CR-FECHA-BLOQUEO
               MOVE FUNCTION CURRENT-DATE(9:6) TO CR-HORA-BLOQUEO
               DISPLAY "CLAVE INCORRECTA. OPERADOR BLOQUEADO: AVISE "
                   "A UN SUPERVISOR."
               MOVE "BLOQUEO" TO WS-LOG-EVENTO
               MOVE SPACES TO WS-LOG-DETALLE
               STRING "Bloqueado tras " WS-INTENTOS-EDIT
                   " fallos seguidos"
                   DELIMITED BY SIZE INTO WS-LOG-DETALLE
           ELSE
               DISPLAY "CLAVE INCORRECTA."
               MOVE "FALLO" TO WS-LOG-EVENTO
               MOVE SPACES TO WS-LOG-DETALLE
               STRING "Clave incorrecta, fallo " WS-INTENTOS-EDIT
                   " seguido"
                   DELIMITED BY SIZE INTO WS-LOG-DETALLE
           END-IF
           PERFORM GRABAR-LOG.

      *> Un acierto pone a cero los fallos. La clave que llega en
      *> claro del maestro se guarda ya resumida, se borra del maestro
      *> y queda provisional: la conocia quien leyera el archivo.
       REGISTRAR-ACIERTO.
           MOVE ZEROES TO CR-INTENTOS-FALLIDOS
           IF CR-CLAVE-HASH = SPACES
               MOVE WS-CLAVE-HASH TO CR-CLAVE-HASH
               MOVE ZEROES TO CR-FECHA-CLAVE
               MOVE SPACES TO OP-CLAVE
               REWRITE OPERADOR-REGISTRO
           END-IF
           PERFORM COMPROBAR-VIGENCIA
           IF WS-CLAVE-VIGENTE = "S"
               MOVE WS-HOY TO CR-ULTIMO-ACCESO
               PERFORM COMPROBAR-ROL
               IF LK-OPERADOR-AUTORIZADO
                   MOVE "ACCESO" TO WS-LOG-EVENTO
                   MOVE SPACES TO WS-LOG-DETALLE
                   STRING "Acceso con rol exigido " LK-ROL-REQUERIDO
                       DELIMITED BY SIZE INTO WS-LOG-DETALLE
               ELSE
                   MOVE "DENEGADO" TO WS-LOG-EVENTO
                   MOVE SPACES TO WS-LOG-DETALLE
                   STRING "Rol insuficiente, exigido "
                       LK-ROL-REQUERIDO
                       DELIMITED BY SIZE INTO WS-LOG-DETALLE
               END-IF
               PERFORM GRABAR-LOG
           END-IF.

       COMPROBAR-VIGENCIA.
           MOVE "S" TO WS-CLAVE-VIGENTE
           IF CR-FECHA-CLAVE = 0
               DISPLAY "SU CLAVE ES PROVISIONAL: DEBE CAMBIARLA AHORA."
               MOVE "N" TO WS-CLAVE-VIGENTE
           ELSE
               COMPUTE WS-DIAS-CLAVE =
                   FUNCTION INTEGER-OF-DATE(WS-HOY)
                   - FUNCTION INTEGER-OF-DATE(CR-FECHA-CLAVE)
               IF WS-DIAS-CLAVE > PA-DIAS-VIGENCIA-CLAVE
                   DISPLAY "SU CLAVE HA CADUCADO: DEBE CAMBIARLA AHORA."
                   MOVE "N" TO WS-CLAVE-VIGENTE
               END-IF
           END-IF
           IF WS-CLAVE-VIGENTE = "N"
               MOVE "CADUCADA" TO WS-LOG-EVENTO
               MOVE "Cambio de clave obligatorio" TO WS-LOG-DETALLE
               PERFORM GRABAR-LOG
               PERFORM CAMBIAR-CLAVE
           END-IF.

      *> Tres oportunidades de poner una clave valida; si no, no
      *> entra y la clave sigue como estaba (no cuenta como fallo).
       CAMBIAR-CLAVE.
           PERFORM VARYING WS-INTENTO-CAMBIO FROM 1 BY 1
               UNTIL WS-INTENTO-CAMBIO > 3 OR WS-CLAVE-VIGENTE = "S"
               DISPLAY "Nueva clave (" PA-LARGO-MINIMO-CLAVE " a 8): "
               ACCEPT WS-CLAVE-NUEVA
               DISPLAY "Repita la nueva clave: "
               ACCEPT WS-CLAVE-REPETIDA
               PERFORM VALIDAR-CLAVE-NUEVA
           END-PERFORM
           IF WS-CLAVE-VIGENTE = "S"
               PERFORM VARYING WS-IDX FROM 4 BY -1 UNTIL WS-IDX < 2
                   MOVE CR-CLAVE-ANTERIOR(WS-IDX - 1)
                       TO CR-CLAVE-ANTERIOR(WS-IDX)
               END-PERFORM
               MOVE CR-CLAVE-HASH TO CR-CLAVE-ANTERIOR(1)
               MOVE WS-HASH-NUEVO TO CR-CLAVE-HASH
               MOVE WS-HOY TO CR-FECHA-CLAVE
               DISPLAY "Clave cambiada."
               MOVE "CAMBIOCLAV" TO WS-LOG-EVENTO
               MOVE "Cambio de clave por el operador"
                   TO WS-LOG-DETALLE
               PERFORM GRABAR-LOG
           ELSE
               DISPLAY "CLAVE NO CAMBIADA. ACCESO DENEGADO."
           END-IF.

       VALIDAR-CLAVE-NUEVA.
           CALL "CIFRAR-CLAVE" USING OP-ID, WS-CLAVE-NUEVA,
               WS-HASH-NUEVO
      *> Solo cuentan las PA-CLAVES-NO-REPETIR mas recientes.
           MOVE "N" TO WS-CLAVE-USADA
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > PA-CLAVES-NO-REPETIR
               IF WS-HASH-NUEVO = CR-CLAVE-ANTERIOR(WS-IDX)
                   MOVE "S" TO WS-CLAVE-USADA
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CLAVE-NUEVA NOT = WS-CLAVE-REPETIDA
                   DISPLAY "LAS DOS CLAVES NO COINCIDEN."
               WHEN WS-CLAVE-NUEVA(PA-LARGO-MINIMO-CLAVE:1) = SPACE
                   DISPLAY "CLAVE DEMASIADO CORTA."
               WHEN WS-HASH-NUEVO = CR-CLAVE-HASH
                   DISPLAY "LA CLAVE NUEVA NO PUEDE SER LA ACTUAL."
               WHEN WS-CLAVE-USADA = "S"
                   DISPLAY "ESA CLAVE YA SE USO HACE POCO. ELIJA OTRA."
               WHEN OTHER
                   MOVE "S" TO WS-CLAVE-VIGENTE
           END-EVALUATE.

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

       COMPROBAR-ROL.
               MOVE OP-ID TO LK-OPERADOR-ID
           END-IF.

      *> Sin maestro solo se puede crear el maestro: la clave de
      *> arranque no abre ningun otro programa.
       DENEGAR-SIN-MAESTRO.
           DISPLAY "MAESTRO DE OPERADORES NO CREADO. DE DE ALTA AL "
               "PRIMER SUPERVISOR EN GESTION-OPERADORES."
           MOVE "INICIO" TO WS-INC-PARRAFO
           MOVE "OPERADORES-INDEXADO.dat" TO WS-INC-ARCHIVO
           MOVE WS-OPERADORES-STATUS TO WS-INC-ESTADO
           PERFORM REGISTRAR-INCIDENCIA
           MOVE SPACES TO WS-LOG-OPERADOR
           MOVE "SINMAESTRO" TO WS-LOG-EVENTO
           MOVE "Maestro no creado, acceso denegado"
               TO WS-LOG-DETALLE
           PERFORM GRABAR-LOG.

      *> Arranque: sin maestro de operadores, y solo para crearlo, rige
      *> la clave compartida historica de SEGURIDAD.cpy, pero solo
      *> mientras no conste que el maestro ya se creo una vez
      *> (ARRANQUE-SEGURIDAD.dat).
       VALIDAR-ARRANQUE.
           MOVE "GESTOR" TO WS-LOG-OPERADOR
           OPEN INPUT ARRANQUE-SEGURIDAD
           IF WS-ARRANQUE-STATUS = "00"
               CLOSE ARRANQUE-SEGURIDAD
               DISPLAY "MAESTRO DE OPERADORES NO ENCONTRADO Y EL "
                   "ARRANQUE YA SE HIZO."
               DISPLAY "REPONGA OPERADORES-INDEXADO.dat DESDE LA "
                   "COPIA DE SEGURIDAD."
               MOVE "SINMAESTRO" TO WS-LOG-EVENTO
               MOVE "Maestro ausente tras el arranque"
                   TO WS-LOG-DETALLE
               PERFORM GRABAR-LOG
           ELSE
               PERFORM VALIDAR-CLAVE-COMPARTIDA
           END-IF.

       VALIDAR-CLAVE-COMPARTIDA.
           DISPLAY "ARRANQUE DEL MAESTRO DE OPERADORES. INGRESE "
           DISPLAY "CLAVE DE SUPERVISOR: "
           ACCEPT WS-CLAVE-INGRESADA
      *> Si el supervisor ya cambio la clave de arranque en los
      *> parametros vale esa; si no, la de fabrica de SEGURIDAD.cpy.
           MOVE "N" TO WS-CLAVE-OK
           IF PA-CLAVE-ARRANQUE-HASH = SPACES
               IF WS-CLAVE-INGRESADA = CLAVE-SUPERVISOR
                   MOVE "S" TO WS-CLAVE-OK
               END-IF
           ELSE
               CALL "CIFRAR-CLAVE" USING WS-ID-ARRANQUE,
                   WS-CLAVE-INGRESADA, WS-CLAVE-HASH
               IF WS-CLAVE-HASH = PA-CLAVE-ARRANQUE-HASH
                   MOVE "S" TO WS-CLAVE-OK
               END-IF
           END-IF
           IF WS-CLAVE-OK = "S"
               MOVE "S" TO LK-AUTORIZADO
               MOVE "GESTOR" TO LK-OPERADOR-ID
               MOVE "ARRANQUE" TO WS-LOG-EVENTO
               MOVE "Acceso con la clave compartida"
                   TO WS-LOG-DETALLE
           ELSE
               DISPLAY "CLAVE INCORRECTA."
               MOVE "FALLO" TO WS-LOG-EVENTO
               MOVE "Clave compartida incorrecta" TO WS-LOG-DETALLE
           END-IF
           PERFORM GRABAR-LOG.

       GRABAR-LOG.
           CALL "GRABAR-LOG-SEGURIDAD" USING WS-LOG-OPERADOR,
               WS-LOG-EVENTO, WS-LOG-AUTOR, WS-LOG-DETALLE.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "VALIDAR-OPERADOR" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM VALIDAR-OPERADOR.
