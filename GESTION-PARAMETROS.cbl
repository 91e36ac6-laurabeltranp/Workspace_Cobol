       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-PARAMETROS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS
               ASSIGN TO "PARAMETROS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.

           SELECT PRODUCTO-AUDITORIA
               ASSIGN TO "PRODUCTO-AUDITORIA.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
           COPY PARAMETRO.

       FD PRODUCTO-AUDITORIA.
           COPY AUDITORIA.

       WORKING-STORAGE SECTION.
       01 WS-PARAMETROS-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 OPCION PIC 99 VALUE 0.
       01 FIN PIC X VALUE "N".
       01 WS-OPERADOR PIC X(8) VALUE SPACES.
           COPY SEGURIDAD.
      * Rol exigido al validar al operador y la identidad que
      * VALIDAR-OPERADOR devuelve ya comprobada.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
      * Parametros vigentes, tal como los devuelve LEER-PARAMETROS.
           COPY PARAMETRO REPLACING LEADING ==PA== BY ==WS-PA==.
      * Valor tecleado para el parametro elegido.
       01 WS-NUEVO-TEXTO PIC X(40).
       01 WS-NUEVO-NUMERO PIC 9(6).
       01 WS-NUEVO-VALIDO PIC X.
       01 WS-COMAS PIC 9(3).
       01 WS-CLAVE-NUEVA PIC X(8).
       01 WS-CLAVE-REPETIDA PIC X(8).
       01 WS-CLAVE-HASH PIC X(64).
      * IBAN tecleado, tal como lo compacta y verifica IBAN-VALIDAR.
       01 WS-IBAN PIC X(34).
       01 WS-IBAN-OK PIC X.
      * La clave de arranque se resume con la identidad con que
      * VALIDAR-OPERADOR da el acceso compartido.
       01 WS-ID-ARRANQUE PIC X(8) VALUE "GESTOR".
      * Datos del cambio para la auditoria.
       01 WS-AUD-DETALLE PIC X(40).
       01 WS-AUD-ANTES PIC X(14).
       01 WS-AUD-DESPUES PIC X(14).
       01 WS-TELEFONO-EDIT.
           05 WS-TEL-1 PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 WS-TEL-2 PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 WS-TEL-3 PIC X(3).
       01 WS-CLAVE-ESTADO PIC X(20).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- PARAMETROS DE LA TIENDA --------------------
      * Mantenimiento, solo para supervisores, de los datos de la
      * tienda y de las reglas de negocio que leen los programas al
      * arrancar (PARAMETRO.cpy). Cada cambio se graba al momento en
      * PARAMETROS.dat y queda en la auditoria con el valor anterior
      * y el nuevo (accion PARAMETRO); la clave de arranque nunca se
      * anota, solo que se cambio.
       INICIO.
           MOVE "S" TO WS-ROL-EXIGIDO
           PERFORM VALIDAR-CLAVE-SUPERVISOR
           IF NOT OPERADOR-AUTORIZADO
               DISPLAY "CLAVE INCORRECTA. ACCESO NO AUTORIZADO."
               GOBACK
           END-IF
           PERFORM RESOLVER-OPERADOR-AUDITORIA
           CALL "LEER-PARAMETROS" USING WS-PARAMETROS-REGISTRO

           MOVE "N" TO FIN
           PERFORM UNTIL FIN = "S"
               PERFORM MOSTRAR-PARAMETROS
               DISPLAY "NUMERO DEL PARAMETRO A CAMBIAR (0 = SALIR): "
               ACCEPT OPCION
               EVALUATE OPCION
                   WHEN 1 THRU 6
                       PERFORM CAMBIAR-TEXTO
                   WHEN 7 THRU 12
                       PERFORM CAMBIAR-NUMERO
                   WHEN 13
                       PERFORM CAMBIAR-CLAVE-ARRANQUE
                   WHEN 14
                       PERFORM CAMBIAR-TEXTO
                   WHEN 15
                       PERFORM CAMBIAR-NUMERO
                   WHEN 16 THRU 17
                       PERFORM CAMBIAR-TEXTO
                   WHEN 18 THRU 23
                       PERFORM CAMBIAR-NUMERO
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM
           GOBACK.

       MOSTRAR-PARAMETROS.
           IF WS-PA-CLAVE-ARRANQUE-HASH = SPACES
               MOVE "LA DE FABRICA" TO WS-CLAVE-ESTADO
           ELSE
               MOVE "PROPIA" TO WS-CLAVE-ESTADO
           END-IF
           MOVE WS-PA-TIENDA-TELEFONO(1:3) TO WS-TEL-1
           MOVE WS-PA-TIENDA-TELEFONO(4:3) TO WS-TEL-2
           MOVE WS-PA-TIENDA-TELEFONO(7:3) TO WS-TEL-3
           DISPLAY "-------------------------------"
           DISPLAY "PARAMETROS DE LA TIENDA"
           DISPLAY " 1. NOMBRE.................: " WS-PA-TIENDA-NOMBRE
           DISPLAY " 2. NIF....................: " WS-PA-TIENDA-NIF
           DISPLAY " 3. DIRECCION..............: "
               WS-PA-TIENDA-DIRECCION
           DISPLAY " 4. POBLACION..............: "
               WS-PA-TIENDA-POBLACION
           DISPLAY " 5. TELEFONO...............: " WS-TELEFONO-EDIT
           DISPLAY " 6. PIE DEL TICKET.........: " WS-PA-PIE-TICKET
           DISPLAY " 7. IVA GENERAL (%)........: " WS-PA-IVA-GENERAL
           DISPLAY " 8. PUNTOS POR EURO........: "
               WS-PA-PUNTOS-POR-EURO
           DISPLAY " 9. PUNTOS POR EURO CANJE..: "
               WS-PA-PUNTOS-CANJE-EURO
           DISPLAY "10. DIAS DE VIGENCIA VALE..: " WS-PA-DIAS-VALE
           DISPLAY "11. CRITICO POR DEFECTO....: "
               WS-PA-CRITICO-DEFECTO
           DISPLAY "12. REBAJA MAX. SIN CLAVE %: "
               WS-PA-UMBRAL-FORZADO-PCT
           DISPLAY "13. CLAVE DE ARRANQUE......: " WS-CLAVE-ESTADO
           DISPLAY "14. CODIGO EN INTERCAMBIOS.: " WS-PA-TIENDA-CODIGO
           DISPLAY "15. DIAS PARA RECLAMACION..: "
               WS-PA-DIAS-RECLAMACION
           IF WS-PA-TIENDA-IBAN = SPACES
               DISPLAY "16. IBAN DE LAS REMESAS....: (SIN CARGAR)"
           ELSE
               DISPLAY "16. IBAN DE LAS REMESAS....: "
                   WS-PA-TIENDA-IBAN
           END-IF
           DISPLAY "17. SUFIJO ORDENANTE SEPA..: " WS-PA-SEPA-SUFIJO
           DISPLAY "18. DIAS RECOGIDA PED. WEB.: "
               WS-PA-DIAS-RECOGIDA-WEB
           DISPLAY "19. DIAS HABILES SIN INGRESO: "
               WS-PA-DIAS-AVISO-TRANSITO
           DISPLAY "20. FALLOS HASTA BLOQUEO...: "
               WS-PA-MAX-INTENTOS-CLAVE
           DISPLAY "21. DIAS DE VIGENCIA CLAVE.: "
               WS-PA-DIAS-VIGENCIA-CLAVE
           DISPLAY "22. LARGO MINIMO DE CLAVE..: "
               WS-PA-LARGO-MINIMO-CLAVE
           DISPLAY "23. CLAVES QUE NO SE REPITEN: "
               WS-PA-CLAVES-NO-REPETIR
           IF WS-PA-FECHA-CAMBIO NOT = ZEROES
               DISPLAY "Ultimo cambio: " WS-PA-FECHA-CAMBIO
                   " por " WS-PA-OPERADOR-CAMBIO
           END-IF.

      *----------------------- PARAMETROS DE TEXTO ------------------------
       CAMBIAR-TEXTO.
           DISPLAY "NUEVO VALOR: "
           MOVE SPACES TO WS-NUEVO-TEXTO
           ACCEPT WS-NUEVO-TEXTO
           MOVE "S" TO WS-NUEVO-VALIDO
           IF WS-NUEVO-TEXTO = SPACES AND OPCION NOT = 6
               DISPLAY "EL VALOR NO PUEDE QUEDAR EN BLANCO."
               MOVE "N" TO WS-NUEVO-VALIDO
           END-IF
           IF OPCION = 2 AND WS-NUEVO-TEXTO(10:31) NOT = SPACES
               DISPLAY "EL NIF LLEVA NUEVE CARACTERES, SIN GUIONES."
               MOVE "N" TO WS-NUEVO-VALIDO
           END-IF
           IF OPCION = 5 AND (WS-NUEVO-TEXTO(1:9) NOT NUMERIC OR
              WS-NUEVO-TEXTO(10:31) NOT = SPACES)
               DISPLAY "EL TELEFONO LLEVA NUEVE CIFRAS SEGUIDAS."
               MOVE "N" TO WS-NUEVO-VALIDO
           END-IF
      *> El codigo viaja en la cabecera de los CSV: sin comas ni
      *> puntos y coma, que son los separadores.
           IF OPCION = 14
               MOVE ZEROES TO WS-COMAS
               INSPECT WS-NUEVO-TEXTO TALLYING WS-COMAS FOR ALL ","
                   WS-COMAS FOR ALL ";"
               IF WS-NUEVO-TEXTO(11:30) NOT = SPACES OR WS-COMAS > 0
                   DISPLAY "EL CODIGO LLEVA HASTA DIEZ CARACTERES, "
                       "SIN COMAS NI PUNTOS Y COMA."
                   MOVE "N" TO WS-NUEVO-VALIDO
               END-IF
           END-IF
      *> El IBAN se guarda compacto y solo si pasa la verificacion;
      *> el sufijo son tres caracteres que da el banco.
           IF OPCION = 16 AND WS-NUEVO-VALIDO = "S"
               MOVE WS-NUEVO-TEXTO TO WS-IBAN
               CALL "IBAN-VALIDAR" USING WS-IBAN, WS-IBAN-OK
               IF WS-IBAN-OK NOT = "S"
                   DISPLAY "IBAN NO VALIDO. REVISE PAIS, CONTROL "
                       "Y LARGO."
                   MOVE "N" TO WS-NUEVO-VALIDO
               ELSE
                   MOVE WS-IBAN TO WS-NUEVO-TEXTO
               END-IF
           END-IF
           IF OPCION = 17 AND (WS-NUEVO-TEXTO(4:37) NOT = SPACES OR
              WS-NUEVO-TEXTO(1:1) = SPACE OR
              WS-NUEVO-TEXTO(2:1) = SPACE OR
              WS-NUEVO-TEXTO(3:1) = SPACE)
               DISPLAY "EL SUFIJO LLEVA TRES CARACTERES."
               MOVE "N" TO WS-NUEVO-VALIDO
           END-IF
           IF WS-NUEVO-VALIDO = "S"
               EVALUATE OPCION
                   WHEN 1
                       MOVE "NOMBRE DE LA TIENDA" TO WS-AUD-DETALLE
                       MOVE WS-PA-TIENDA-NOMBRE TO WS-AUD-ANTES
                       MOVE WS-NUEVO-TEXTO TO WS-PA-TIENDA-NOMBRE
                   WHEN 2
                       MOVE "NIF DE LA TIENDA" TO WS-AUD-DETALLE
                       MOVE WS-PA-TIENDA-NIF TO WS-AUD-ANTES
                       MOVE WS-NUEVO-TEXTO TO WS-PA-TIENDA-NIF
                   WHEN 3
                       MOVE "DIRECCION DE LA TIENDA" TO WS-AUD-DETALLE
                       MOVE WS-PA-TIENDA-DIRECCION TO WS-AUD-ANTES
                       MOVE WS-NUEVO-TEXTO TO WS-PA-TIENDA-DIRECCION
                   WHEN 4
                       MOVE "POBLACION DE LA TIENDA" TO WS-AUD-DETALLE
                       MOVE WS-PA-TIENDA-POBLACION TO WS-AUD-ANTES
                       MOVE WS-NUEVO-TEXTO TO WS-PA-TIENDA-POBLACION
                   WHEN 5
                       MOVE "TELEFONO DE LA TIENDA" TO WS-AUD-DETALLE
                       MOVE WS-PA-TIENDA-TELEFONO TO WS-AUD-ANTES
                       MOVE WS-NUEVO-TEXTO TO WS-PA-TIENDA-TELEFONO
                   WHEN 6
                       MOVE "PIE DEL TICKET" TO WS-AUD-DETALLE
                       MOVE WS-PA-PIE-TICKET TO WS-AUD-ANTES
                       MOVE WS-NUEVO-TEXTO TO WS-PA-PIE-TICKET
                   WHEN 14
                       MOVE "CODIGO DE TIENDA EN INTERCAMBIOS"
                           TO WS-AUD-DETALLE
                       MOVE WS-PA-TIENDA-CODIGO TO WS-AUD-ANTES
                       MOVE WS-NUEVO-TEXTO TO WS-PA-TIENDA-CODIGO
                   WHEN 16
                       MOVE "IBAN DE LAS REMESAS" TO WS-AUD-DETALLE
                       MOVE WS-PA-TIENDA-IBAN TO WS-AUD-ANTES
                       MOVE WS-NUEVO-TEXTO TO WS-PA-TIENDA-IBAN
                   WHEN 17
                       MOVE "SUFIJO DEL ORDENANTE SEPA"
                           TO WS-AUD-DETALLE
                       MOVE WS-PA-SEPA-SUFIJO TO WS-AUD-ANTES
                       MOVE WS-NUEVO-TEXTO TO WS-PA-SEPA-SUFIJO
               END-EVALUATE
               MOVE WS-NUEVO-TEXTO TO WS-AUD-DESPUES
               PERFORM GUARDAR-CAMBIO
           END-IF.

      *----------------------- PARAMETROS NUMERICOS -----------------------
      * Cada regla con su rango: un IVA o un canje a cero, o unos
      * dias de vale a cero, dejarian la caja sin poder cobrar.
       CAMBIAR-NUMERO.
           DISPLAY "NUEVO VALOR: "
           MOVE ZEROES TO WS-NUEVO-NUMERO
           ACCEPT WS-NUEVO-NUMERO
           MOVE "S" TO WS-NUEVO-VALIDO
           IF WS-NUEVO-NUMERO NOT NUMERIC
               MOVE "N" TO WS-NUEVO-VALIDO
           ELSE
               EVALUATE OPCION
                   WHEN 7
                       IF WS-NUEVO-NUMERO < 1 OR WS-NUEVO-NUMERO > 99
                           MOVE "N" TO WS-NUEVO-VALIDO
                       END-IF
                   WHEN 8
                       IF WS-NUEVO-NUMERO > 999
                           MOVE "N" TO WS-NUEVO-VALIDO
                       END-IF
                   WHEN 9
                       IF WS-NUEVO-NUMERO < 1 OR
                          WS-NUEVO-NUMERO > 99999
                           MOVE "N" TO WS-NUEVO-VALIDO
                       END-IF
                   WHEN 10
                       IF WS-NUEVO-NUMERO < 1 OR
                          WS-NUEVO-NUMERO > 9999
                           MOVE "N" TO WS-NUEVO-VALIDO
                       END-IF
                   WHEN 12
                       IF WS-NUEVO-NUMERO > 99
                           MOVE "N" TO WS-NUEVO-VALIDO
                       END-IF
                   WHEN 15
                       IF WS-NUEVO-NUMERO < 1 OR WS-NUEVO-NUMERO > 365
                           MOVE "N" TO WS-NUEVO-VALIDO
                       END-IF
                   WHEN 18 THRU 20
                       IF WS-NUEVO-NUMERO < 1 OR WS-NUEVO-NUMERO > 99
                           MOVE "N" TO WS-NUEVO-VALIDO
                       END-IF
                   WHEN 21
                       IF WS-NUEVO-NUMERO < 1 OR WS-NUEVO-NUMERO > 999
                           MOVE "N" TO WS-NUEVO-VALIDO
                       END-IF
                   WHEN 22
                       IF WS-NUEVO-NUMERO < 1 OR WS-NUEVO-NUMERO > 8
                           MOVE "N" TO WS-NUEVO-VALIDO
                       END-IF
                   WHEN 23
                       IF WS-NUEVO-NUMERO < 1 OR WS-NUEVO-NUMERO > 4
                           MOVE "N" TO WS-NUEVO-VALIDO
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-NUEVO-VALIDO = "N"
               DISPLAY "VALOR FUERA DE RANGO PARA ESTE PARAMETRO."
           ELSE
               EVALUATE OPCION
                   WHEN 7
                       MOVE "IVA GENERAL" TO WS-AUD-DETALLE
                       MOVE WS-PA-IVA-GENERAL TO WS-AUD-ANTES
                       MOVE WS-NUEVO-NUMERO TO WS-PA-IVA-GENERAL
                       MOVE WS-PA-IVA-GENERAL TO WS-AUD-DESPUES
                   WHEN 8
                       MOVE "PUNTOS POR EURO" TO WS-AUD-DETALLE
                       MOVE WS-PA-PUNTOS-POR-EURO TO WS-AUD-ANTES
                       MOVE WS-NUEVO-NUMERO TO WS-PA-PUNTOS-POR-EURO
                       MOVE WS-PA-PUNTOS-POR-EURO TO WS-AUD-DESPUES
                   WHEN 9
                       MOVE "PUNTOS POR EURO DE CANJE" TO WS-AUD-DETALLE
                       MOVE WS-PA-PUNTOS-CANJE-EURO TO WS-AUD-ANTES
                       MOVE WS-NUEVO-NUMERO TO WS-PA-PUNTOS-CANJE-EURO
                       MOVE WS-PA-PUNTOS-CANJE-EURO TO WS-AUD-DESPUES
                   WHEN 10
                       MOVE "DIAS DE VIGENCIA DEL VALE"
                           TO WS-AUD-DETALLE
                       MOVE WS-PA-DIAS-VALE TO WS-AUD-ANTES
                       MOVE WS-NUEVO-NUMERO TO WS-PA-DIAS-VALE
                       MOVE WS-PA-DIAS-VALE TO WS-AUD-DESPUES
                   WHEN 11
                       MOVE "CRITICO POR DEFECTO" TO WS-AUD-DETALLE
                       MOVE WS-PA-CRITICO-DEFECTO TO WS-AUD-ANTES
                       MOVE WS-NUEVO-NUMERO TO WS-PA-CRITICO-DEFECTO
                       MOVE WS-PA-CRITICO-DEFECTO TO WS-AUD-DESPUES
                   WHEN 12
                       MOVE "REBAJA MAXIMA SIN CLAVE" TO WS-AUD-DETALLE
                       MOVE WS-PA-UMBRAL-FORZADO-PCT TO WS-AUD-ANTES
                       MOVE WS-NUEVO-NUMERO TO WS-PA-UMBRAL-FORZADO-PCT
                       MOVE WS-PA-UMBRAL-FORZADO-PCT TO WS-AUD-DESPUES
                   WHEN 15
                       MOVE "DIAS PARA CONTESTAR RECLAMACION"
                           TO WS-AUD-DETALLE
                       MOVE WS-PA-DIAS-RECLAMACION TO WS-AUD-ANTES
                       MOVE WS-NUEVO-NUMERO TO WS-PA-DIAS-RECLAMACION
                       MOVE WS-PA-DIAS-RECLAMACION TO WS-AUD-DESPUES
                   WHEN 18
                       MOVE "DIAS PARA RECOGER PEDIDO WEB"
                           TO WS-AUD-DETALLE
                       MOVE WS-PA-DIAS-RECOGIDA-WEB TO WS-AUD-ANTES
                       MOVE WS-NUEVO-NUMERO TO WS-PA-DIAS-RECOGIDA-WEB
                       MOVE WS-PA-DIAS-RECOGIDA-WEB TO WS-AUD-DESPUES
                   WHEN 19
                       MOVE "DIAS HABILES DINERO EN TRANSITO"
                           TO WS-AUD-DETALLE
                       MOVE WS-PA-DIAS-AVISO-TRANSITO TO WS-AUD-ANTES
                       MOVE WS-NUEVO-NUMERO TO WS-PA-DIAS-AVISO-TRANSITO
                       MOVE WS-PA-DIAS-AVISO-TRANSITO TO WS-AUD-DESPUES
                   WHEN 20
                       MOVE "FALLOS DE CLAVE HASTA BLOQUEO"
                           TO WS-AUD-DETALLE
                       MOVE WS-PA-MAX-INTENTOS-CLAVE TO WS-AUD-ANTES
                       MOVE WS-NUEVO-NUMERO TO WS-PA-MAX-INTENTOS-CLAVE
                       MOVE WS-PA-MAX-INTENTOS-CLAVE TO WS-AUD-DESPUES
                   WHEN 21
                       MOVE "DIAS DE VIGENCIA DE LA CLAVE"
                           TO WS-AUD-DETALLE
                       MOVE WS-PA-DIAS-VIGENCIA-CLAVE TO WS-AUD-ANTES
                       MOVE WS-NUEVO-NUMERO TO WS-PA-DIAS-VIGENCIA-CLAVE
                       MOVE WS-PA-DIAS-VIGENCIA-CLAVE TO WS-AUD-DESPUES
                   WHEN 22
                       MOVE "LARGO MINIMO DE LA CLAVE" TO WS-AUD-DETALLE
                       MOVE WS-PA-LARGO-MINIMO-CLAVE TO WS-AUD-ANTES
                       MOVE WS-NUEVO-NUMERO TO WS-PA-LARGO-MINIMO-CLAVE
                       MOVE WS-PA-LARGO-MINIMO-CLAVE TO WS-AUD-DESPUES
                   WHEN 23
                       MOVE "CLAVES ANTERIORES QUE NO SE REPITEN"
                           TO WS-AUD-DETALLE
                       MOVE WS-PA-CLAVES-NO-REPETIR TO WS-AUD-ANTES
                       MOVE WS-NUEVO-NUMERO TO WS-PA-CLAVES-NO-REPETIR
                       MOVE WS-PA-CLAVES-NO-REPETIR TO WS-AUD-DESPUES
               END-EVALUATE
               PERFORM GUARDAR-CAMBIO
           END-IF.

      *----------------------- CLAVE DE ARRANQUE --------------------------
      * Clave compartida con la que se crea el maestro de operadores
      * la primera vez. Se teclea dos veces y solo se guarda su
      * resumen.
       CAMBIAR-CLAVE-ARRANQUE.
           DISPLAY "NUEVA CLAVE DE ARRANQUE: "
           ACCEPT WS-CLAVE-NUEVA
           DISPLAY "REPITA LA CLAVE: "
           ACCEPT WS-CLAVE-REPETIDA
           IF WS-CLAVE-NUEVA = SPACES OR
              WS-CLAVE-NUEVA NOT = WS-CLAVE-REPETIDA
               DISPLAY "LAS CLAVES NO COINCIDEN. NO SE CAMBIA."
           ELSE
               CALL "CIFRAR-CLAVE" USING WS-ID-ARRANQUE,
                   WS-CLAVE-NUEVA, WS-CLAVE-HASH
               MOVE WS-CLAVE-HASH TO WS-PA-CLAVE-ARRANQUE-HASH
               MOVE "CLAVE DE ARRANQUE" TO WS-AUD-DETALLE
               MOVE "********" TO WS-AUD-ANTES
               MOVE "********" TO WS-AUD-DESPUES
               PERFORM GUARDAR-CAMBIO
           END-IF.

      *----------------------- GRABACION Y AUDITORIA ----------------------
       GUARDAR-CAMBIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PA-FECHA-CAMBIO
           MOVE WS-OPERADOR TO WS-PA-OPERADOR-CAMBIO
           OPEN OUTPUT PARAMETROS
           IF WS-PARAMETROS-STATUS NOT = "00"
               DISPLAY "No se pudo grabar PARAMETROS.dat. Estado: "
                   WS-PARAMETROS-STATUS
               MOVE "GUARDAR-CAMBIO" TO WS-INC-PARRAFO
               MOVE "PARAMETROS.dat" TO WS-INC-ARCHIVO
               MOVE WS-PARAMETROS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           ELSE
               MOVE WS-PARAMETROS-REGISTRO TO PARAMETROS-REGISTRO
               WRITE PARAMETROS-REGISTRO
               CLOSE PARAMETROS
               PERFORM GRABAR-AUDITORIA-PARAMETRO
               DISPLAY "PARAMETRO CAMBIADO. LOS PROGRAMAS LO TOMAN AL "
                   "VOLVER A ARRANCAR."
           END-IF.

       GRABAR-AUDITORIA-PARAMETRO.
           OPEN EXTEND PRODUCTO-AUDITORIA
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT PRODUCTO-AUDITORIA
           END-IF
           MOVE ZEROES TO AUDITORIA-PRODUCTO-ID
           MOVE "PARAMETRO" TO AUDITORIA-ACCION
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDITORIA-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDITORIA-HORA
           MOVE WS-AUD-DETALLE TO AUDITORIA-DETALLE
           MOVE WS-OPERADOR TO AUDITORIA-OPERADOR
           MOVE WS-AUD-ANTES TO AUDITORIA-VALOR-ANTES
           MOVE WS-AUD-DESPUES TO AUDITORIA-VALOR-DESPUES
           WRITE AUDITORIA-REGISTRO
           CLOSE PRODUCTO-AUDITORIA.

       VALIDAR-CLAVE-SUPERVISOR.
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

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-PARAMETROS" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-PARAMETROS.
