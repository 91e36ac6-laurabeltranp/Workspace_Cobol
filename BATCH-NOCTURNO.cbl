               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT VENTAS-PERDIDAS
               ASSIGN TO "VENTAS-PERDIDAS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERDIDAS-STATUS.

           SELECT VENTAS
               ASSIGN TO "VENTAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ALTERNATE RECORD KEY IS VE-PRODUCTO-ID WITH DUPLICATES
               FILE STATUS IS WS-VENTAS-STATUS.

           SELECT CLIENTES-INACTIVOS
               ASSIGN TO "CLIENTES-INACTIVOS.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INACTIVOS-STATUS.

           SELECT SEGMENTOS
               ASSIGN TO "SEGMENTOS-CLIENTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-CLAVE
               FILE STATUS IS WS-SEGMENTOS-STATUS.

           SELECT CAMBIOS-PENDIENTES
               ASSIGN TO "CAMBIOS-PENDIENTES-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-NUMERO
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-CAMBIOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCTO.
           05 VD-PRODUCTO-ID PIC 9(6).
           05 VD-UNIDADES-VENDIDAS PIC 9(3)V999.

       FD VENTAS-PERDIDAS.
           COPY VPERDIDA.

       FD REPORTE-RESUMEN.
       01 RESUMEN-LINEA PIC X(100).

       FD VENTAS.
           COPY VENTAS.

       FD CAMBIOS-PENDIENTES.
           COPY CAMBIOPEND.

       FD CLIENTES-INACTIVOS.
           COPY INACTIVO.

       FD SEGMENTOS.
           COPY SEGMENTO.

       WORKING-STORAGE SECTION.
       01 FILE-STATUS PIC XX.
       01 WS-REORDEN-STATUS PIC XX.
       01 WS-VENC-CSV-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 VD-FILE-STATUS PIC XX.
       01 WS-PERDIDAS-STATUS PIC XX.
       01 WS-RESUMEN-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-EOF-SORT PIC X VALUE "N".
       01 WS-TAB-POR-VENCER PIC 9(5) VALUE ZEROES.
       01 WS-TAB-FALTANTES PIC 9(7) VALUE ZEROES.
       01 WS-TAB-CONCILIACION PIC X(12) VALUE SPACES.
      * Cambios de maestro del almacen que llevan mas de estos dias
      * esperando la firma de un supervisor.
       01 WS-DIAS-APROBACION PIC 9(3) VALUE 2.
       01 WS-TAB-SIN-APROBAR PIC 9(5) VALUE ZEROES.
       01 WS-CAMBIOS-STATUS PIC XX.

      * Argumentos para ARCHIVAR-REPORTE (copia con fecha e indice).
       01 WS-ARCH-ORIGEN PIC X(40).
               10 TV-PRODUCTO-ID PIC 9(6).
               10 TV-TOTAL-VENDIDO PIC 9(7).
       01 WS-VEL-ENCONTRADA PIC X VALUE "N".
       01 WS-VEL-PRODUCTO-ID PIC 9(6).
       01 WS-VEL-UNIDADES PIC 9(3)V999.
      * Las ventas perdidas del mismo periodo cuentan como demanda:
      * lo que falta a menudo no se vende y, sin ellas, el reorden
      * pediria cada vez menos.
       01 WS-FECHA-DESDE-PERDIDAS PIC 9(8).

      *----------------------- SNAPSHOT MENSUAL ----------------------------
      * Foto del maestro a fin de mes para el historico de evolucion
       01 WS-SNAP-YA-GRABADO PIC X VALUE "N".
       01 WS-EOF-SNAP PIC X VALUE "N".
       01 WS-SNAP-GRABADOS PIC 9(5) VALUE ZEROES.
       01 WS-WEB-LIBERADOS PIC 9(5) VALUE ZEROES.
       01 WS-WEB-EXPORTADOS PIC 9(6) VALUE ZEROES.
      * Z cuyo efectivo sigue fuera del banco pasado el plazo.
       01 WS-Z-SIN-INGRESAR PIC 9(4) VALUE ZEROES.
      * Informe semanal de documentacion de proveedores: corre cuando
      * la fecha de negocio es lunes (1 = lunes, con el lunes
      * 03/01/2000 de referencia, como dia-fechas).
       01 WS-REF-LUNES PIC 9(7).
       01 WS-DIA-SEMANA PIC 9.
       01 WS-DOCS-CADUCADOS PIC 9(4) VALUE ZEROES.
      * Excepciones de caja por operador: tambien los lunes, sobre la
      * semana de lunes a domingo que acaba el dia anterior.
       01 WS-FECHA-FIN-SEMANA PIC 9(8).
       01 WS-OPERADORES-MARCADOS PIC 9(4) VALUE ZEROES.
      * Informe semanal de accesos de operadores, la misma semana.
       01 WS-INCIDENCIAS-SEGURIDAD PIC 9(4) VALUE ZEROES.
      * Propuesta anual de supresion de clientes sin actividad desde
      * hace estos anios; se genera una vez, el primer cierre de enero.
       01 WS-ANIOS-INACTIVIDAD PIC 9 VALUE 4.
       01 WS-CLIENTES-PROPUESTOS PIC 9(5) VALUE ZEROES.
       01 WS-INACTIVOS-STATUS PIC XX.
       01 WS-PROPUESTA-AL-DIA PIC X VALUE "N".
      * Segmentacion de clientes del mes cerrado: corte en su ultimo
      * dia, se lanza en el primer cierre del mes siguiente.
       01 WS-SEGMENTOS-STATUS PIC XX.
       01 WS-SEG-CORTE PIC 9(8).
       01 WS-SEG-AL-DIA PIC X VALUE "N".
       01 WS-CLIENTES-SEGMENTADOS PIC 9(5) VALUE ZEROES.
      * Cestas nuevas sumadas esta noche al acumulado de afinidad.
       01 WS-CESTAS-AFINIDAD PIC 9(7) VALUE ZEROES.
      * Envio de cambios de PLU a las balanzas del mostrador.
       01 WS-BALANZA-MODO PIC X VALUE "C".
       01 WS-BALANZA-ENVIADOS PIC 9(5) VALUE ZEROES.
      * Hojas de reclamaciones sin contestar: con el plazo legal ya
      * vencido y a punto de vencer (REPORTE-RECLAMACIONES).
       01 WS-RECLAMACIONES-VENCIDAS PIC 9(5) VALUE ZEROES.
       01 WS-RECLAMACIONES-POR-VENCER PIC 9(5) VALUE ZEROES.
      * Incidencias del dia de todos los programas (REPORTE-
      * INCIDENCIAS): total, graves y archivos en alerta de repeticion.
       01 WS-INCIDENCIAS-DIA PIC 9(5) VALUE ZEROES.
       01 WS-INCIDENCIAS-GRAVES PIC 9(5) VALUE ZEROES.
       01 WS-ARCHIVOS-EN-ALERTA PIC 9(5) VALUE ZEROES.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
       MAIN-PARA.
                   LOG-LINEA
               WRITE LOG-LINEA
               CLOSE BATCH-LOG
               MOVE "MAIN-PARA" TO WS-INC-PARRAFO
               MOVE "BATCH-RUN-CONTROL.dat" TO WS-INC-ARCHIVO
               MOVE WS-FECHA-NEGOCIO TO WS-INC-CLAVE
               MOVE "CIERRE RECHAZADO: FECHA YA CERRADA"
                   TO WS-INC-DETALLE
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
               LOG-LINEA
           WRITE LOG-LINEA

      * Precios forzados en caja del dia, por operador y motivo.
           CALL "REPORTE-PRECIOS-FORZADOS" USING WS-FECHA-NEGOCIO
           MOVE "REPORTE-PRECIOS-FORZADOS.txt" TO WS-ARCH-ORIGEN
           MOVE "FORZADOS" TO WS-ARCH-PREFIJO
           CALL "ARCHIVAR-REPORTE" USING WS-ARCH-ORIGEN,
               WS-ARCH-PREFIJO
           MOVE "PRECIOS FORZADOS: VER REPORTE-PRECIOS-FORZADOS.txt"
               TO LOG-LINEA
           WRITE LOG-LINEA

           CALL "REPORTE-VENTAS-PERDIDAS" USING WS-FECHA-NEGOCIO
           MOVE "REPORTE-VENTAS-PERDIDAS.txt" TO WS-ARCH-ORIGEN
           MOVE "PERDIDAS" TO WS-ARCH-PREFIJO
           CALL "ARCHIVAR-REPORTE" USING WS-ARCH-ORIGEN,
               WS-ARCH-PREFIJO
           MOVE "VENTAS PERDIDAS: VER REPORTE-VENTAS-PERDIDAS.txt"
               TO LOG-LINEA
           WRITE LOG-LINEA

           CALL "REPORTE-DEPOSITOS-ENVASE" USING WS-FECHA-NEGOCIO
           MOVE "REPORTE-DEPOSITOS-ENVASE.txt" TO WS-ARCH-ORIGEN
           MOVE "DEPOSITOS" TO WS-ARCH-PREFIJO
           CALL "ARCHIVAR-REPORTE" USING WS-ARCH-ORIGEN,
               WS-ARCH-PREFIJO
           MOVE "DEPOSITOS ENVASE: VER REPORTE-DEPOSITOS-ENVASE.txt"
               TO LOG-LINEA
           WRITE LOG-LINEA

      * Efectivo de los Z que todavia no llego al banco.
           CALL "REPORTE-DINERO-TRANSITO" USING WS-FECHA-NEGOCIO,
               WS-Z-SIN-INGRESAR
           MOVE "REPORTE-DINERO-TRANSITO.txt" TO WS-ARCH-ORIGEN
           MOVE "TRANSITO" TO WS-ARCH-PREFIJO
           CALL "ARCHIVAR-REPORTE" USING WS-ARCH-ORIGEN,
               WS-ARCH-PREFIJO
           MOVE SPACES TO LOG-LINEA
           IF WS-Z-SIN-INGRESAR > 0
               STRING "AVISO: " WS-Z-SIN-INGRESAR " Z SIN INGRESAR "
                   "EN BANCO: VER REPORTE-DINERO-TRANSITO.txt"
                   DELIMITED BY SIZE INTO LOG-LINEA
           ELSE
               STRING "DINERO EN TRANSITO: VER "
                   "REPORTE-DINERO-TRANSITO.txt"
                   DELIMITED BY SIZE INTO LOG-LINEA
           END-IF
           WRITE LOG-LINEA

      * Reclamaciones de clientes sin contestar cerca del plazo legal.
           CALL "REPORTE-RECLAMACIONES" USING WS-FECHA-NEGOCIO,
               WS-RECLAMACIONES-VENCIDAS, WS-RECLAMACIONES-POR-VENCER
           MOVE "REPORTE-RECLAMACIONES.txt" TO WS-ARCH-ORIGEN
           MOVE "RECLAMA" TO WS-ARCH-PREFIJO
           CALL "ARCHIVAR-REPORTE" USING WS-ARCH-ORIGEN,
               WS-ARCH-PREFIJO
           MOVE SPACES TO LOG-LINEA
           IF WS-RECLAMACIONES-VENCIDAS > 0
               STRING "AVISO: " WS-RECLAMACIONES-VENCIDAS
                   " RECLAMACIONES FUERA DE PLAZO: VER "
                   "REPORTE-RECLAMACIONES.txt"
                   DELIMITED BY SIZE INTO LOG-LINEA
           ELSE
               STRING "RECLAMACIONES POR VENCER: "
                   WS-RECLAMACIONES-POR-VENCER " VER "
                   "REPORTE-RECLAMACIONES.txt"
                   DELIMITED BY SIZE INTO LOG-LINEA
           END-IF
           WRITE LOG-LINEA

      * Los lunes, documentacion de proveedores caducada o por caducar
      * y, de la semana anterior, excepciones de caja y accesos de
      * operadores.
           COMPUTE WS-REF-LUNES = FUNCTION INTEGER-OF-DATE(20000103)
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
               - WS-REF-LUNES, 7) + 1
           IF WS-DIA-SEMANA = 1
               CALL "REPORTE-DOCUMENTOS-PROV" USING WS-FECHA-NEGOCIO,
                   WS-DOCS-CADUCADOS
               MOVE "REPORTE-DOCUMENTOS-PROV.txt" TO WS-ARCH-ORIGEN
               MOVE "DOCPROV" TO WS-ARCH-PREFIJO
               CALL "ARCHIVAR-REPORTE" USING WS-ARCH-ORIGEN,
                   WS-ARCH-PREFIJO
               MOVE SPACES TO LOG-LINEA
               IF WS-DOCS-CADUCADOS > 0
                   STRING "AVISO: " WS-DOCS-CADUCADOS " DOCUMENTOS DE "
                       "PROVEEDOR CADUCADOS: VER "
                       "REPORTE-DOCUMENTOS-PROV.txt"
                       DELIMITED BY SIZE INTO LOG-LINEA
               ELSE
                   STRING "DOCUMENTOS DE PROVEEDOR: VER "
                       "REPORTE-DOCUMENTOS-PROV.txt"
                       DELIMITED BY SIZE INTO LOG-LINEA
               END-IF
               WRITE LOG-LINEA

               COMPUTE WS-FECHA-FIN-SEMANA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO) - 1)
               CALL "REPORTE-EXCEPCIONES-CAJA" USING
                   WS-FECHA-FIN-SEMANA, WS-OPERADORES-MARCADOS
               MOVE "REPORTE-EXCEPCIONES-CAJA.txt" TO WS-ARCH-ORIGEN
               MOVE "EXCEPCAJA" TO WS-ARCH-PREFIJO
               CALL "ARCHIVAR-REPORTE" USING WS-ARCH-ORIGEN,
                   WS-ARCH-PREFIJO
               MOVE SPACES TO LOG-LINEA
               IF WS-OPERADORES-MARCADOS > 0
                   STRING "AVISO: " WS-OPERADORES-MARCADOS
                       " OPERADORES CON EXCEPCIONES: VER "
                       "REPORTE-EXCEPCIONES-CAJA.txt"
                       DELIMITED BY SIZE INTO LOG-LINEA
               ELSE
                   STRING "EXCEPCIONES DE CAJA: VER "
                       "REPORTE-EXCEPCIONES-CAJA.txt"
                       DELIMITED BY SIZE INTO LOG-LINEA
               END-IF
               WRITE LOG-LINEA

               CALL "REPORTE-SEGURIDAD" USING WS-FECHA-FIN-SEMANA,
                   WS-INCIDENCIAS-SEGURIDAD
               MOVE "REPORTE-SEGURIDAD.txt" TO WS-ARCH-ORIGEN
               MOVE "SEGURIDAD" TO WS-ARCH-PREFIJO
               CALL "ARCHIVAR-REPORTE" USING WS-ARCH-ORIGEN,
                   WS-ARCH-PREFIJO
               MOVE SPACES TO LOG-LINEA
               IF WS-INCIDENCIAS-SEGURIDAD > 0
                   STRING "AVISO: " WS-INCIDENCIAS-SEGURIDAD
                       " BLOQUEOS O ACCESOS SIN MAESTRO: VER "
                       "REPORTE-SEGURIDAD.txt"
                       DELIMITED BY SIZE INTO LOG-LINEA
               ELSE
                   STRING "ACCESOS DE OPERADORES: VER "
                       "REPORTE-SEGURIDAD.txt"
                       DELIMITED BY SIZE INTO LOG-LINEA
               END-IF
               WRITE LOG-LINEA
           END-IF

      * En enero, si la propuesta de inactivos no es de este anio, se
      * genera para que el supervisor la revise en PROTECCION-DATOS.
           IF WS-FECHA-NEGOCIO(5:2) = "01"
               PERFORM VERIFICAR-PROPUESTA-ANIO
               IF WS-PROPUESTA-AL-DIA = "N"
                   CALL "CLIENTES-INACTIVOS" USING WS-FECHA-NEGOCIO,
                       WS-ANIOS-INACTIVIDAD, WS-CLIENTES-PROPUESTOS
                   MOVE "CLIENTES-INACTIVOS.txt" TO WS-ARCH-ORIGEN
                   MOVE "RGPD" TO WS-ARCH-PREFIJO
                   CALL "ARCHIVAR-REPORTE" USING WS-ARCH-ORIGEN,
                       WS-ARCH-PREFIJO
                   MOVE SPACES TO LOG-LINEA
                   IF WS-CLIENTES-PROPUESTOS > 0
                       STRING "AVISO: " WS-CLIENTES-PROPUESTOS
                           " CLIENTES INACTIVOS A REVISAR: VER "
                           "CLIENTES-INACTIVOS.txt"
                           DELIMITED BY SIZE INTO LOG-LINEA
                   ELSE
                       STRING "CLIENTES INACTIVOS: VER "
                           "CLIENTES-INACTIVOS.txt"
                           DELIMITED BY SIZE INTO LOG-LINEA
                   END-IF
                   WRITE LOG-LINEA
               END-IF
           END-IF

      * Segmentacion mensual de clientes y exportacion para campanias
      * del mes anterior, si aun no esta hecha con su corte completo.
           MOVE WS-FECHA-NEGOCIO TO WS-SEG-CORTE
           MOVE "01" TO WS-SEG-CORTE(7:2)
           COMPUTE WS-SEG-CORTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-SEG-CORTE) - 1)
           PERFORM VERIFICAR-SEGMENTACION-MES
           IF WS-SEG-AL-DIA = "N"
               CALL "SEGMENTAR-CLIENTES" USING WS-SEG-CORTE,
                   WS-CLIENTES-SEGMENTADOS
               MOVE SPACES TO LOG-LINEA
               STRING "SEGMENTACION CLIENTES "
                   WS-SEG-CORTE(1:6) ": " WS-CLIENTES-SEGMENTADOS
                   " CLIENTES: VER REPORTE-SEGMENTOS-"
                   WS-SEG-CORTE(1:6) ".txt"
                   DELIMITED BY SIZE INTO LOG-LINEA
               WRITE LOG-LINEA
           END-IF

      * Acumulado de afinidad de cestas: solo las lineas de venta
      * nuevas desde la pasada anterior.
           CALL "ACUMULAR-AFINIDAD" USING WS-FECHA-NEGOCIO,
               WS-CESTAS-AFINIDAD
           MOVE SPACES TO LOG-LINEA
           STRING "CESTAS SUMADAS A LA AFINIDAD: " WS-CESTAS-AFINIDAD
               DELIMITED BY SIZE INTO LOG-LINEA
           WRITE LOG-LINEA

           MOVE "BATCH-NOCTURNO: aplicando ventas diarias..." TO
               LOG-LINEA
           WRITE LOG-LINEA
               PERFORM GRABAR-JOURNAL-PASOS
           END-IF

      * Tienda web: se liberan los pedidos no recogidos a tiempo y,
      * con el stock ya aplicado y esas reservas devueltas, se
      * publica el catalogo con precio y disponible para la web.
           OPEN EXTEND BATCH-LOG
           CALL "LIBERAR-PEDIDOS-WEB" USING WS-FECHA-NEGOCIO,
               WS-WEB-LIBERADOS
           MOVE SPACES TO LOG-LINEA
           STRING "PEDIDOS WEB NO RECOGIDOS LIBERADOS: "
               WS-WEB-LIBERADOS
               DELIMITED BY SIZE INTO LOG-LINEA
           WRITE LOG-LINEA
           CALL "EXPORTAR-TIENDA-WEB" USING WS-WEB-EXPORTADOS
           MOVE SPACES TO LOG-LINEA
           STRING "CATALOGO WEB: " WS-WEB-EXPORTADOS
               " PRODUCTOS EN TIENDA-WEB-CATALOGO.csv"
               DELIMITED BY SIZE INTO LOG-LINEA
           WRITE LOG-LINEA

      * Balanzas: los productos al peso repreciados o cambiados en el
      * dia salen en el archivo de cambios para cargarlo antes de
      * abrir, y el codigo con precio embebido cobra el precio nuevo.
           CALL "EXPORTAR-BALANZA" USING WS-BALANZA-MODO,
               WS-BALANZA-ENVIADOS
           MOVE SPACES TO LOG-LINEA
           STRING "BALANZAS: " WS-BALANZA-ENVIADOS
               " PLU EN BALANZA-PLU-CAMBIOS.txt"
               DELIMITED BY SIZE INTO LOG-LINEA
           WRITE LOG-LINEA

      * Excepciones del dia de todos los programas (errores de
      * archivo, registros rechazados, corridas abortadas), por
      * severidad y programa; los totales van al resumen operativo.
           CALL "REPORTE-INCIDENCIAS" USING WS-FECHA-NEGOCIO,
               WS-INCIDENCIAS-DIA, WS-INCIDENCIAS-GRAVES,
               WS-ARCHIVOS-EN-ALERTA
           MOVE "REPORTE-INCIDENCIAS.txt" TO WS-ARCH-ORIGEN
           MOVE "INCIDENCIAS" TO WS-ARCH-PREFIJO
           CALL "ARCHIVAR-REPORTE" USING WS-ARCH-ORIGEN,
               WS-ARCH-PREFIJO
           MOVE SPACES TO LOG-LINEA
           STRING "INCIDENCIAS DEL DIA: " WS-INCIDENCIAS-DIA
               " (" WS-INCIDENCIAS-GRAVES " GRAVES): VER "
               "REPORTE-INCIDENCIAS.txt"
               DELIMITED BY SIZE INTO LOG-LINEA
           WRITE LOG-LINEA
           CLOSE BATCH-LOG

      * Tablero de una pagina para la manana siguiente: lo que antes
      * habia que juntar abriendo cuatro archivos.
           PERFORM GRABAR-RESUMEN-OPERATIVO
      *----------------------- RESUMEN OPERATIVO ---------------------------
       GRABAR-RESUMEN-OPERATIVO.
           PERFORM CONTAR-FALTANTES-PENDIENTES
           PERFORM CONTAR-CAMBIOS-SIN-APROBAR
           OPEN OUTPUT RESUMEN-OPERATIVO
           MOVE SPACES TO RESOP-LINEA
           STRING "RESUMEN OPERATIVO DEL CIERRE " WS-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO RESOP-LINEA
           WRITE RESOP-LINEA

           MOVE SPACES TO RESOP-LINEA
           IF WS-TAB-SIN-APROBAR > 0
               STRING "CAMBIOS MAESTRO SIN APROBAR..: "
                   WS-TAB-SIN-APROBAR " (MAS DE " WS-DIAS-APROBACION
                   " DIAS) ** APROBAR O RECHAZAR **"
                   DELIMITED BY SIZE INTO RESOP-LINEA
           ELSE
               STRING "CAMBIOS MAESTRO SIN APROBAR..: "
                   WS-TAB-SIN-APROBAR
                   DELIMITED BY SIZE INTO RESOP-LINEA
           END-IF
           WRITE RESOP-LINEA

           MOVE SPACES TO RESOP-LINEA
           IF WS-RECLAMACIONES-VENCIDAS > 0
               STRING "RECLAMACIONES FUERA DE PLAZO.: "
                   WS-RECLAMACIONES-VENCIDAS " (POR VENCER "
                   WS-RECLAMACIONES-POR-VENCER ") ** CONTESTAR **"
                   DELIMITED BY SIZE INTO RESOP-LINEA
           ELSE
               STRING "RECLAMACIONES FUERA DE PLAZO.: "
                   WS-RECLAMACIONES-VENCIDAS " (POR VENCER "
                   WS-RECLAMACIONES-POR-VENCER ")"
                   DELIMITED BY SIZE INTO RESOP-LINEA
           END-IF
           WRITE RESOP-LINEA

           MOVE SPACES TO RESOP-LINEA
           IF WS-ARCHIVOS-EN-ALERTA > 0
               STRING "INCIDENCIAS DEL DIA..........: "
                   WS-INCIDENCIAS-DIA " (GRAVES " WS-INCIDENCIAS-GRAVES
                   ") ** " WS-ARCHIVOS-EN-ALERTA
                   " ARCH. EN ALERTA **"
                   DELIMITED BY SIZE INTO RESOP-LINEA
           ELSE
               IF WS-INCIDENCIAS-GRAVES > 0
                   STRING "INCIDENCIAS DEL DIA..........: "
                       WS-INCIDENCIAS-DIA " (GRAVES "
                       WS-INCIDENCIAS-GRAVES ") ** REVISAR **"
                       DELIMITED BY SIZE INTO RESOP-LINEA
               ELSE
                   STRING "INCIDENCIAS DEL DIA..........: "
                       WS-INCIDENCIAS-DIA " (GRAVES "
                       WS-INCIDENCIAS-GRAVES ")"
                       DELIMITED BY SIZE INTO RESOP-LINEA
               END-IF
           END-IF
           WRITE RESOP-LINEA

           CLOSE RESUMEN-OPERATIVO
           DISPLAY "Resumen de la manana en RESUMEN-OPERATIVO.txt".

               CLOSE FALTANTES-STOCK
           END-IF.

       CONTAR-CAMBIOS-SIN-APROBAR.
           MOVE ZEROES TO WS-TAB-SIN-APROBAR
           MOVE "N" TO WS-EOF
           OPEN INPUT CAMBIOS-PENDIENTES
           IF WS-CAMBIOS-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ CAMBIOS-PENDIENTES NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF CP-PENDIENTE AND
                              FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
                              - FUNCTION INTEGER-OF-DATE(
                                CP-FECHA-SOLICITUD)
                              > WS-DIAS-APROBACION
                               ADD 1 TO WS-TAB-SIN-APROBAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMBIOS-PENDIENTES
           END-IF.

      *----------------------- JOURNAL DE PASOS ----------------------------
       LEER-JOURNAL-PASOS.
           OPEN INPUT PASOS-JOURNAL

      *----------------------- CLAVE DE SUPERVISOR ------------------------
       VALIDAR-CLAVE-SUPERVISOR.
      *> La autorizacion es por identidad, clave individual y rol
      *> (VALIDAR-OPERADOR). Sin maestro de operadores no entra
      *> nadie: el primer supervisor se da de alta en
      *> GESTION-OPERADORES con la clave de arranque.
           CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
               WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO.

                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PRODUCTO-STOCK < PRODUCTO-CRITICO AND
                          NOT PRODUCTO-SIN-REPOSICION
                           ADD 1 TO WS-TAB-BAJO-CRITICO
                           PERFORM BUSCAR-VELOCIDAD-PRODUCTO
                           COMPUTE WS-CANT-SUGERIDA =
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           MOVE VD-PRODUCTO-ID TO WS-VEL-PRODUCTO-ID
                           MOVE VD-UNIDADES-VENDIDAS TO WS-VEL-UNIDADES
                           PERFORM ACUMULAR-VELOCIDAD-PRODUCTO
                   END-READ
               END-PERFORM
               CLOSE VENTAS-DIARIAS
           END-IF
           PERFORM SUMAR-VENTAS-PERDIDAS.

       SUMAR-VENTAS-PERDIDAS.
           COMPUTE WS-FECHA-DESDE-PERDIDAS = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
               - WS-DIAS-PERIODO + 1)
           MOVE "N" TO WS-EOF
           OPEN INPUT VENTAS-PERDIDAS
           IF WS-PERDIDAS-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ VENTAS-PERDIDAS
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF VP-PRODUCTO-ID > 0 AND
                              VP-FECHA >= WS-FECHA-DESDE-PERDIDAS AND
                              VP-FECHA <= WS-FECHA-NEGOCIO
                               MOVE VP-PRODUCTO-ID TO WS-VEL-PRODUCTO-ID
                               MOVE VP-CANTIDAD TO WS-VEL-UNIDADES
                               PERFORM ACUMULAR-VELOCIDAD-PRODUCTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENTAS-PERDIDAS
           END-IF.

       ACUMULAR-VELOCIDAD-PRODUCTO.
           MOVE "N" TO WS-VEL-ENCONTRADA
           PERFORM VARYING TV-IDX FROM 1 BY 1
               UNTIL TV-IDX > WS-TABLA-CANT OR TV-IDX > 500
               IF TV-PRODUCTO-ID(TV-IDX) = WS-VEL-PRODUCTO-ID
                   ADD WS-VEL-UNIDADES TO
                       TV-TOTAL-VENDIDO(TV-IDX)
                   MOVE "S" TO WS-VEL-ENCONTRADA
                   SET TV-IDX TO 501
           IF WS-VEL-ENCONTRADA = "N"
               IF WS-TABLA-CANT < 500
                   ADD 1 TO WS-TABLA-CANT
                   MOVE WS-VEL-PRODUCTO-ID TO
                       TV-PRODUCTO-ID(WS-TABLA-CANT)
                   MOVE WS-VEL-UNIDADES TO
                       TV-TOTAL-VENDIDO(WS-TABLA-CANT)
               ELSE
                   DISPLAY "AVISO: TABLA-VELOCIDAD llena (500), "
                       "producto " WS-VEL-PRODUCTO-ID
                       " excluido del calculo de punto de reorden"
               END-IF
           END-IF.
               CLOSE SNAPSHOT-STOCK
           END-IF.

      *> La cabecera de CLIENTES-INACTIVOS.dat lleva la fecha de la
      *> ultima propuesta: si es de este anio ya no se repite.
       VERIFICAR-PROPUESTA-ANIO.
           MOVE "N" TO WS-PROPUESTA-AL-DIA
           OPEN INPUT CLIENTES-INACTIVOS
           IF WS-INACTIVOS-STATUS = "00"
               READ CLIENTES-INACTIVOS
                   NOT AT END
                       IF CI-FECHA-PROPUESTA(1:4) =
                          WS-FECHA-NEGOCIO(1:4)
                           MOVE "S" TO WS-PROPUESTA-AL-DIA
                       END-IF
               END-READ
               CLOSE CLIENTES-INACTIVOS
           END-IF.

      *> Hecha si el primer registro del mes cerrado lleva ya el
      *> corte de fin de mes (no uno lanzado a mano a mitad de mes).
       VERIFICAR-SEGMENTACION-MES.
           MOVE "N" TO WS-SEG-AL-DIA
           OPEN INPUT SEGMENTOS
           IF WS-SEGMENTOS-STATUS = "00"
               MOVE WS-SEG-CORTE(1:6) TO SG-MES
               MOVE ZEROES TO SG-CLIENTE-ID
               START SEGMENTOS KEY IS NOT LESS SG-CLAVE
                   NOT INVALID KEY
                       READ SEGMENTOS NEXT RECORD
                           NOT AT END
                               IF SG-MES = WS-SEG-CORTE(1:6) AND
                                  SG-FECHA-CORTE = WS-SEG-CORTE
                                   MOVE "S" TO WS-SEG-AL-DIA
                               END-IF
                       END-READ
               END-START
               CLOSE SEGMENTOS
           END-IF.

       ESCRIBIR-SNAPSHOT-MES.
           MOVE ZEROES TO WS-SNAP-GRABADOS
           OPEN EXTEND SNAPSHOT-STOCK
                       MOVE PRODUCTO-PRECIO TO SNAP-PRECIO
                       COMPUTE SNAP-VALOR =
                           PRODUCTO-STOCK * PRODUCTO-PRECIO
      *> El stock en consigna es del proveedor: sin valor propio.
                       IF PRODUCTO-EN-CONSIGNA
                           MOVE ZEROES TO SNAP-VALOR
                       END-IF
                       WRITE SNAPSHOT-REGISTRO
                       ADD 1 TO WS-SNAP-GRABADOS
               END-READ
               MOVE 4 TO WS-RC-FINAL
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           MOVE "BATCH-NOCTURNO" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM BATCH-NOCTURNO.
