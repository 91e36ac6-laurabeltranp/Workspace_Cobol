               RECORD KEY IS OBJ-CLAVE
               FILE STATUS IS WS-OBJETIVOS-STATUS.

           SELECT PRESUPUESTO-COMPRAS
               ASSIGN TO "PRESUPUESTO-COMPRAS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CLAVE
               FILE STATUS IS WS-PRESUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FAMILIAS.
       FD OBJETIVOS.
           COPY OBJETIVO.

       FD PRESUPUESTO-COMPRAS.
           COPY PRESCOMP.

       WORKING-STORAGE SECTION.
       01 WS-FAMILIAS-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-OBJETIVOS-STATUS PIC XX.
       01 WS-PRESUP-STATUS PIC XX.
       01 FIN PIC X VALUE "N".
       01 OPCION PIC 9 VALUE 0.
       01 WS-EOF PIC X VALUE "N".
       01 NUEVO-OBJ-MES PIC 9(6).
       01 NUEVO-OBJ-IMPORTE PIC 9(9)V99.
       01 WS-IMPORTE-EDIT PIC Z(8)9.99.
      * Presupuesto mensual de compras por familia (open-to-buy).
       01 WS-ES-ALTA-PC PIC X VALUE "S".
       01 NUEVO-PC-MES PIC 9(6).
       01 NUEVO-PC-IMPORTE PIC 9(9)V99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- GESTION DE FAMILIAS ------------------------
           IF WS-FAMILIAS-STATUS NOT = "00"
               DISPLAY "Error al abrir FAMILIAS-INDEXADO.dat. Estado: "
                   WS-FAMILIAS-STATUS
               MOVE "MAIN-PROGRAM" TO WS-INC-PARRAFO
               MOVE "FAMILIAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-FAMILIAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

               DISPLAY "4. LISTADO DE FAMILIAS."
               DISPLAY "5. OBJETIVO MENSUAL DE VENTA."
               DISPLAY "6. LISTADO DE OBJETIVOS DE UN MES."
               DISPLAY "7. PRESUPUESTO MENSUAL DE COMPRAS."
               DISPLAY "8. LISTADO DE PRESUPUESTOS DE COMPRA DE UN MES."
               DISPLAY "9. PRESUPUESTO CONTRA COMPROMETIDO Y RECIBIDO."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION
                       PERFORM CARGAR-OBJETIVO
                   WHEN 6
                       PERFORM LISTAR-OBJETIVOS
                   WHEN 7
                       PERFORM CARGAR-PRESUPUESTO-COMPRA
                   WHEN 8
                       PERFORM LISTAR-PRESUPUESTOS-COMPRA
                   WHEN 9
                       PERFORM REPORTE-PRESUPUESTO-MES
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       WRITE FAMILIA-REGISTRO INVALID KEY
                           DISPLAY "Error al grabar. Estado: "
                               WS-FAMILIAS-STATUS
                           MOVE "ALTA-FAMILIA" TO WS-INC-PARRAFO
                           MOVE "FAMILIAS-INDEXADO.dat"
                               TO WS-INC-ARCHIVO
                           MOVE WS-FAMILIAS-STATUS TO WS-INC-ESTADO
                           MOVE FAMILIA-CODIGO TO WS-INC-CLAVE
                           PERFORM REGISTRAR-INCIDENCIA
                       END-WRITE
                       IF WS-FAMILIAS-STATUS = "00"
                           DISPLAY "Familia guardada correctamente."
           ELSE
               DISPLAY "Error al guardar el objetivo. Estado: "
                   WS-OBJETIVOS-STATUS
               MOVE "GRABAR-OBJETIVO" TO WS-INC-PARRAFO
               MOVE "OBJETIVOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-OBJETIVOS-STATUS TO WS-INC-ESTADO
               MOVE OBJ-CLAVE TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-IF
           CLOSE OBJETIVOS.

           IF WS-OBJETIVOS-STATUS NOT = "00"
               DISPLAY "Error al abrir OBJETIVOS-INDEXADO.dat. "
                   "Estado: " WS-OBJETIVOS-STATUS
               MOVE "ABRIR-OBJETIVOS" TO WS-INC-PARRAFO
               MOVE "OBJETIVOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-OBJETIVOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

      *----------------------- PRESUPUESTO DE COMPRAS ---------------------
      * Tope de compras a costo por familia y mes. GESTION-PEDIDOS y
      * EMITIR-PEDIDO lo controlan contra lo recibido y lo pendiente
      * de los pedidos abiertos; pasarse exige supervisor.
       CARGAR-PRESUPUESTO-COMPRA.
           DISPLAY "Codigo de la familia: "
           ACCEPT FAMILIA-CODIGO
           READ FAMILIAS
               INVALID KEY
                   DISPLAY "FAMILIA NO ENCONTRADA."
               NOT INVALID KEY
                   DISPLAY "Familia: " FAMILIA-NOMBRE
                   PERFORM PEDIR-DATOS-PRESUPUESTO
           END-READ.

       PEDIR-DATOS-PRESUPUESTO.
           DISPLAY "Mes del presupuesto (AAAAMM): "
           ACCEPT NUEVO-PC-MES
           IF NUEVO-PC-MES NOT NUMERIC OR
              NUEVO-PC-MES(5:2) < "01" OR NUEVO-PC-MES(5:2) > "12"
               DISPLAY "MES INVALIDO."
           ELSE
               DISPLAY "Importe de compras a costo (sin puntos, dos "
                   "decimales, p.ej. 00002500000 = 25.000,00): "
               ACCEPT NUEVO-PC-IMPORTE
               IF NUEVO-PC-IMPORTE NOT NUMERIC
                   DISPLAY "IMPORTE INVALIDO."
               ELSE
                   PERFORM GRABAR-PRESUPUESTO-COMPRA
               END-IF
           END-IF.

       GRABAR-PRESUPUESTO-COMPRA.
           PERFORM ABRIR-PRESUPUESTOS
           MOVE FAMILIA-CODIGO TO PC-FAMILIA
           MOVE NUEVO-PC-MES TO PC-MES
           MOVE "S" TO WS-ES-ALTA-PC
           READ PRESUPUESTO-COMPRAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-ES-ALTA-PC
                   MOVE PC-IMPORTE TO WS-IMPORTE-EDIT
                   DISPLAY "La familia ya tiene presupuesto para ese "
                       "mes (" WS-IMPORTE-EDIT "): se reemplaza."
           END-READ
           MOVE NUEVO-PC-IMPORTE TO PC-IMPORTE
           IF WS-ES-ALTA-PC = "S"
               WRITE PRESUPUESTO-COMPRA-REGISTRO
           ELSE
               REWRITE PRESUPUESTO-COMPRA-REGISTRO
           END-IF
           IF WS-PRESUP-STATUS = "00"
               DISPLAY "Presupuesto guardado correctamente."
           ELSE
               DISPLAY "Error al guardar el presupuesto. Estado: "
                   WS-PRESUP-STATUS
               MOVE "GRABAR-PRESUPUESTO-COMPRA" TO WS-INC-PARRAFO
               MOVE "PRESUPUESTO-COMPRAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRESUP-STATUS TO WS-INC-ESTADO
               MOVE PC-CLAVE TO WS-INC-CLAVE
               PERFORM REGISTRAR-INCIDENCIA
           END-IF
           CLOSE PRESUPUESTO-COMPRAS.

       LISTAR-PRESUPUESTOS-COMPRA.
           DISPLAY "Mes a listar (AAAAMM): "
           ACCEPT NUEVO-PC-MES
           PERFORM ABRIR-PRESUPUESTOS
           MOVE "N" TO WS-EOF
           MOVE ZEROES TO PC-CLAVE
           START PRESUPUESTO-COMPRAS KEY IS NOT LESS THAN PC-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           DISPLAY "FAMILIA  MES     PRESUPUESTO"
           PERFORM UNTIL WS-EOF = "S"
               READ PRESUPUESTO-COMPRAS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PC-MES = NUEVO-PC-MES
                           MOVE PC-IMPORTE TO WS-IMPORTE-EDIT
                           DISPLAY PC-FAMILIA "      " PC-MES "  "
                               WS-IMPORTE-EDIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRESUPUESTO-COMPRAS.

       ABRIR-PRESUPUESTOS.
           OPEN I-O PRESUPUESTO-COMPRAS
           IF WS-PRESUP-STATUS = "35"
               DISPLAY "Archivo de presupuestos de compra no "
                   "encontrado, se crea."
               OPEN OUTPUT PRESUPUESTO-COMPRAS
               CLOSE PRESUPUESTO-COMPRAS
               OPEN I-O PRESUPUESTO-COMPRAS
           END-IF
           IF WS-PRESUP-STATUS NOT = "00"
               DISPLAY "Error al abrir PRESUPUESTO-COMPRAS-INDEXADO"
                   ".dat. Estado: " WS-PRESUP-STATUS
               MOVE "ABRIR-PRESUPUESTOS" TO WS-INC-PARRAFO
               MOVE "PRESUPUESTO-COMPRAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRESUP-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA
           END-IF.

      *> REPORTE-PRESUPUESTO-COMPRAS abre el archivo de familias: se
      *> cierra antes y se reabre al volver.
       REPORTE-PRESUPUESTO-MES.
           DISPLAY "Mes del reporte (AAAAMM, 0 = mes en curso): "
           ACCEPT NUEVO-PC-MES
           IF NUEVO-PC-MES NOT NUMERIC OR NUEVO-PC-MES = 0
               MOVE FUNCTION CURRENT-DATE(1:6) TO NUEVO-PC-MES
           END-IF
           CLOSE FAMILIAS
           CALL "REPORTE-PRESUPUESTO-COMPRAS" USING NUEVO-PC-MES
           OPEN I-O FAMILIAS.

       LISTAR-FAMILIAS.
           MOVE "N" TO WS-EOF
           MOVE ZEROES TO FAMILIA-CODIGO
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
           MOVE "GESTION-FAMILIAS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-FAMILIAS.
