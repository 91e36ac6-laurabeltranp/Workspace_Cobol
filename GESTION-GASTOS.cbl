       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-GASTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GASTOS
               ASSIGN TO "GASTOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-NUMERO
               FILE STATUS IS WS-GASTOS-STATUS.

           SELECT PROVEEDOR
               ASSIGN TO "PROVEEDOR-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROVEEDOR-ID
               FILE STATUS IS WS-PROVEEDOR-STATUS.

           SELECT LISTADO-TXT
               ASSIGN TO DYNAMIC WS-NOMBRE-TXT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GASTOS.
           COPY GASTO.

       FD PROVEEDOR.
           COPY PROVEEDOR.

       FD LISTADO-TXT.
       01 LIS-LINEA PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-GASTOS-STATUS PIC XX.
       01 WS-PROVEEDOR-STATUS PIC XX.
       01 WS-TXT-STATUS PIC XX.
       01 WS-NOMBRE-TXT PIC X(30).
       01 FIN PIC X VALUE "N".
       01 OPCION PIC 9 VALUE 0.
       01 WS-EOF PIC X VALUE "N".
       01 WS-CONFIRMA PIC X VALUE "N".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 WS-GASTO-CONTADOR PIC 9(6) VALUE ZEROES.
       01 WS-GASTO-BUSCADO PIC 9(6).
       01 WS-PERIODO-CERRADO PIC X VALUE "N".
       01 WS-MES-LISTADO PIC 9(6).
       01 WS-CAT PIC 9(2).
       01 WS-IMPORTE-EDIT PIC Z(6)9.99.
       01 WS-TOTAL-EDIT PIC Z(8)9.99.

           COPY GASTOCAT.

      *----------------------- DATOS DEL GASTO EN CURSO -------------------
       01 NUEVO-GASTO.
           05 NG-FECHA PIC 9(8).
           05 NG-CATEGORIA PIC 9(2).
           05 NG-PROVEEDOR-ID PIC 9(6).
           05 NG-ACREEDOR PIC X(30).
           05 NG-ACREEDOR-NIF PIC X(9).
           05 NG-DOCUMENTO PIC X(20).
           05 NG-CONCEPTO PIC X(30).
           05 NG-BASE PIC 9(7)V99.
           05 NG-TIPO-IVA PIC 9(2).
           05 NG-CUOTA PIC 9(7)V99.
           05 NG-VENCIMIENTO PIC 9(8).

      *----------------------- VENCIMIENTO --------------------------------
      * Fecha del gasto mas los dias de pago del proveedor, avanzando
      * dia a dia como en el registro de facturas de proveedor.
       01 WS-DIAS-PAGO PIC 9(3) VALUE 0.
       01 WS-TABLA-MES PIC X(24) VALUE "312831303130313130313031".
       01 WS-MESES REDEFINES WS-TABLA-MES.
           03 WS-DIA-MES PIC 99 OCCURS 12 TIMES.
       01 WS-FECHA-CALC.
           03 WS-CALC-AAAA PIC 9(4).
           03 WS-CALC-MM PIC 99.
           03 WS-CALC-DD PIC 99.
       01 WS-DIAS-MES-ACTUAL PIC 99.
       01 WS-AUX-BISIESTO PIC 9(4).
       01 WS-RESTO-BISIESTO PIC 9.

      *----------------------- LISTADO MENSUAL ----------------------------
       01 TABLA-TOTALES-CATEGORIA.
           05 TOT-CATEGORIA OCCURS 10 TIMES.
               10 TC-CANT PIC 9(5).
               10 TC-BASE PIC 9(9)V99.
               10 TC-CUOTA PIC 9(9)V99.
               10 TC-TOTAL PIC 9(9)V99.
       01 WS-MES-CANT PIC 9(5).
       01 WS-MES-BASE PIC 9(9)V99.
       01 WS-MES-CUOTA PIC 9(9)V99.
       01 WS-MES-TOTAL PIC 9(9)V99.
       01 WS-MES-PENDIENTE PIC 9(9)V99.
       01 WS-PENDIENTES-CANT PIC 9(5).
       01 WS-PENDIENTES-TOTAL PIC 9(9)V99.

       01 LIS-DETALLE.
           05 LD-NUMERO PIC Z(5)9.
           05 FILLER PIC X VALUE SPACE.
           05 LD-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LD-CATEGORIA PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 LD-ACREEDOR PIC X(24).
           05 FILLER PIC X VALUE SPACE.
           05 LD-BASE PIC Z(6)9.99.
           05 LD-TIPO PIC ZZ9.
           05 FILLER PIC X VALUE "%".
           05 LD-CUOTA PIC Z(6)9.99.
           05 LD-TOTAL PIC Z(6)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LD-VENCIMIENTO PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LD-PAGO PIC X(9).
       01 LIS-CATEGORIA.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LC-NOMBRE PIC X(20).
           05 FILLER PIC X(2) VALUE " (".
           05 LC-CANT PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE ")  BASE: ".
           05 LC-BASE PIC Z(8)9.99.
           05 FILLER PIC X(9) VALUE "  CUOTA: ".
           05 LC-CUOTA PIC Z(8)9.99.
           05 FILLER PIC X(9) VALUE "  TOTAL: ".
           05 LC-TOTAL PIC Z(8)9.99.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- REGISTRO DE GASTOS -------------------------
      * Gastos de explotacion que no pasan por las facturas de
      * proveedor: alquiler, suministros, limpieza, comisiones del
      * banco... Cada gasto lleva su IVA soportado, que el libro de
      * IVA suma al de las compras, su vencimiento y la marca de
      * pago. Un mes cerrado por CIERRE-MENSUAL no admite gastos
      * fechados dentro, ni cambios ni anulaciones de los suyos.
       MAIN-PROGRAM.
           OPEN I-O GASTOS
           IF WS-GASTOS-STATUS = "35"
               DISPLAY "Archivo de gastos no encontrado, se crea."
               OPEN OUTPUT GASTOS
               CLOSE GASTOS
               OPEN I-O GASTOS
           END-IF

           IF WS-GASTOS-STATUS NOT = "00"
               DISPLAY "Error al abrir GASTOS-INDEXADO.dat. Estado: "
                   WS-GASTOS-STATUS
               MOVE "MAIN-PROGRAM" TO WS-INC-PARRAFO
               MOVE "GASTOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-GASTOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           PERFORM RECUPERAR-ULTIMO-GASTO

           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "REGISTRO DE GASTOS"
               DISPLAY "1. ALTA DE GASTO."
               DISPLAY "2. MODIFICAR GASTO."
               DISPLAY "3. ANULAR GASTO."
               DISPLAY "4. MARCAR GASTO COMO PAGADO."
               DISPLAY "5. CONSULTAR GASTO."
               DISPLAY "6. LISTADO MENSUAL DE GASTOS."
               DISPLAY "7. GASTOS PENDIENTES DE PAGO."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION

               EVALUATE OPCION
                   WHEN 1
                       PERFORM ALTA-GASTO
                   WHEN 2
                       PERFORM MODIFICAR-GASTO
                   WHEN 3
                       PERFORM ANULAR-GASTO
                   WHEN 4
                       PERFORM PAGAR-GASTO
                   WHEN 5
                       PERFORM CONSULTAR-GASTO
                   WHEN 6
                       PERFORM LISTADO-MENSUAL
                   WHEN 7
                       PERFORM LISTAR-PENDIENTES
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM

           CLOSE GASTOS
           STOP RUN.

      *> Recuperar el ultimo numero interno usado para que el contador
      *> siga siendo correlativo entre ejecuciones.
       RECUPERAR-ULTIMO-GASTO.
           MOVE "N" TO WS-EOF
           MOVE 0 TO WS-GASTO-CONTADOR
           PERFORM UNTIL WS-EOF = "S"
               READ GASTOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE GA-NUMERO TO WS-GASTO-CONTADOR
               END-READ
           END-PERFORM
           ADD 1 TO WS-GASTO-CONTADOR.

      *----------------------- ALTA ---------------------------------------
       ALTA-GASTO.
           INITIALIZE NUEVO-GASTO
           PERFORM PEDIR-DATOS-GASTO
           IF WS-CAMPO-OK = "S"
               PERFORM MOSTRAR-NUEVO-GASTO
               DISPLAY "Confirma el alta del gasto? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   INITIALIZE GASTO-REGISTRO
                   MOVE WS-GASTO-CONTADOR TO GA-NUMERO
                   PERFORM PASAR-DATOS-A-REGISTRO
                   MOVE "N" TO GA-PAGADO
                   MOVE ZEROES TO GA-FECHA-PAGO
                   MOVE "V" TO GA-ESTADO
                   WRITE GASTO-REGISTRO INVALID KEY
                       DISPLAY "Error al grabar el gasto. Estado: "
                           WS-GASTOS-STATUS
                       MOVE "ALTA-GASTO" TO WS-INC-PARRAFO
                       MOVE "GASTOS-INDEXADO.dat" TO WS-INC-ARCHIVO
                       MOVE WS-GASTOS-STATUS TO WS-INC-ESTADO
                       MOVE GA-NUMERO TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
                   END-WRITE
                   IF WS-GASTOS-STATUS = "00"
                       DISPLAY "GASTO " GA-NUMERO " GRABADO. "
                           "Vencimiento: " GA-VENCIMIENTO
                       ADD 1 TO WS-GASTO-CONTADOR
                   END-IF
               ELSE
                   DISPLAY "Alta cancelada."
               END-IF
           END-IF.

      *> Pide todos los datos del gasto en NUEVO-GASTO; deja
      *> WS-CAMPO-OK = "N" si alguno no es valido o la fecha cae en
      *> un mes cerrado.
       PEDIR-DATOS-GASTO.
           PERFORM PEDIR-FECHA-GASTO
           IF WS-CAMPO-OK = "S"
               PERFORM PEDIR-CATEGORIA
           END-IF
           IF WS-CAMPO-OK = "S"
               PERFORM PEDIR-ACREEDOR
           END-IF
           IF WS-CAMPO-OK = "S"
               DISPLAY "Numero de factura o documento del acreedor: "
               ACCEPT NG-DOCUMENTO
               DISPLAY "Concepto: "
               ACCEPT NG-CONCEPTO
               PERFORM PEDIR-IMPORTES
           END-IF
           IF WS-CAMPO-OK = "S"
               PERFORM PEDIR-VENCIMIENTO
           END-IF.

       PEDIR-FECHA-GASTO.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "Fecha del gasto AAAAMMDD (0 = hoy): "
           ACCEPT NG-FECHA
           IF NG-FECHA = 0
               MOVE WS-HOY TO NG-FECHA
           END-IF
           IF NG-FECHA NOT NUMERIC OR
              NG-FECHA(5:2) < "01" OR NG-FECHA(5:2) > "12" OR
              NG-FECHA(7:2) < "01" OR NG-FECHA(7:2) > "31"
               DISPLAY "FECHA INVALIDA."
           ELSE
      *> Candado contable: lo entregado a la gestoria no se reescribe.
               CALL "PERIODO-CERRADO" USING NG-FECHA,
                   WS-PERIODO-CERRADO
               IF WS-PERIODO-CERRADO = "S"
                   DISPLAY "EL MES " NG-FECHA(1:6) " ESTA CERRADO: "
                       "EL GASTO SE RECHAZA."
               ELSE
                   MOVE "S" TO WS-CAMPO-OK
               END-IF
           END-IF.

       PEDIR-CATEGORIA.
           MOVE "N" TO WS-CAMPO-OK
           PERFORM VARYING WS-CAT FROM 1 BY 1
                   UNTIL WS-CAT > CATEGORIAS-GASTO-CANT
               DISPLAY "  " WS-CAT ". " CATEGORIA-GASTO-NOMBRE(WS-CAT)
           END-PERFORM
           DISPLAY "Categoria del gasto: "
           ACCEPT NG-CATEGORIA
           IF NG-CATEGORIA NOT NUMERIC OR NG-CATEGORIA = 0 OR
              NG-CATEGORIA > CATEGORIAS-GASTO-CANT
               DISPLAY "CATEGORIA INVALIDA."
           ELSE
               MOVE "S" TO WS-CAMPO-OK
           END-IF.

      *> El acreedor puede ser un proveedor del maestro (se toman su
      *> nombre, NIF y dias de pago) o uno suelto (casero, banco...)
      *> con nombre y NIF tecleados.
       PEDIR-ACREEDOR.
           MOVE "N" TO WS-CAMPO-OK
           MOVE 0 TO WS-DIAS-PAGO
           DISPLAY "ID del proveedor (0 = acreedor sin alta): "
           ACCEPT NG-PROVEEDOR-ID
           IF NG-PROVEEDOR-ID = 0
               DISPLAY "Nombre del acreedor: "
               ACCEPT NG-ACREEDOR
               DISPLAY "NIF del acreedor: "
               ACCEPT NG-ACREEDOR-NIF
               IF NG-ACREEDOR = SPACES
                   DISPLAY "EL ACREEDOR ES OBLIGATORIO."
               ELSE
                   MOVE "S" TO WS-CAMPO-OK
               END-IF
           ELSE
               OPEN INPUT PROVEEDOR
               IF WS-PROVEEDOR-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir PROVEEDOR-INDEXADO.dat. "
                       "Estado: " WS-PROVEEDOR-STATUS
                   MOVE "PEDIR-ACREEDOR" TO WS-INC-PARRAFO
                   MOVE "PROVEEDOR-INDEXADO.dat" TO WS-INC-ARCHIVO
                   MOVE WS-PROVEEDOR-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               ELSE
                   MOVE NG-PROVEEDOR-ID TO PROVEEDOR-ID
                   READ PROVEEDOR
                       INVALID KEY
                           DISPLAY "PROVEEDOR NO ENCONTRADO."
                       NOT INVALID KEY
                           MOVE PROVEEDOR-NOMBRE TO NG-ACREEDOR
                           MOVE PROVEEDOR-NIF TO NG-ACREEDOR-NIF
                           MOVE PROVEEDOR-DIAS-PAGO TO WS-DIAS-PAGO
                           DISPLAY "Acreedor: " PROVEEDOR-NOMBRE
                           MOVE "S" TO WS-CAMPO-OK
                   END-READ
                   CLOSE PROVEEDOR
               END-IF
           END-IF.

       PEDIR-IMPORTES.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "Base imponible (sin puntos, dos decimales, "
               "p.ej. 000045000 = 450,00): "
           ACCEPT NG-BASE
           DISPLAY "Tipo de IVA (21, 10, 4 o 0 = exento): "
           ACCEPT NG-TIPO-IVA
           EVALUATE TRUE
               WHEN NG-BASE NOT NUMERIC OR NG-BASE = 0
                   DISPLAY "IMPORTE INVALIDO."
               WHEN NG-TIPO-IVA NOT NUMERIC
                   DISPLAY "TIPO DE IVA INVALIDO."
               WHEN NG-TIPO-IVA = 0 OR NG-TIPO-IVA = 4 OR
                    NG-TIPO-IVA = 10 OR NG-TIPO-IVA = 21
                   COMPUTE NG-CUOTA ROUNDED =
                       NG-BASE * NG-TIPO-IVA / 100
                   MOVE "S" TO WS-CAMPO-OK
               WHEN OTHER
                   DISPLAY "TIPO DE IVA INVALIDO."
           END-EVALUATE.

       PEDIR-VENCIMIENTO.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "Vencimiento AAAAMMDD (0 = segun dias de pago): "
           ACCEPT NG-VENCIMIENTO
           IF NG-VENCIMIENTO = 0
               MOVE NG-FECHA TO WS-FECHA-CALC
               IF WS-DIAS-PAGO > 0
                   PERFORM AVANZAR-UN-DIA WS-DIAS-PAGO TIMES
               END-IF
               MOVE WS-FECHA-CALC TO NG-VENCIMIENTO
           END-IF
           IF NG-VENCIMIENTO NOT NUMERIC OR
              NG-VENCIMIENTO(5:2) < "01" OR
              NG-VENCIMIENTO(5:2) > "12" OR
              NG-VENCIMIENTO(7:2) < "01" OR
              NG-VENCIMIENTO(7:2) > "31"
               DISPLAY "FECHA DE VENCIMIENTO INVALIDA."
           ELSE
               MOVE "S" TO WS-CAMPO-OK
           END-IF.

       MOSTRAR-NUEVO-GASTO.
           DISPLAY "----- GASTO -----"
           DISPLAY "Fecha.......: " NG-FECHA
           DISPLAY "Categoria...: " CATEGORIA-GASTO-NOMBRE(NG-CATEGORIA)
           DISPLAY "Acreedor....: " NG-ACREEDOR " NIF " NG-ACREEDOR-NIF
           DISPLAY "Documento...: " NG-DOCUMENTO
           DISPLAY "Concepto....: " NG-CONCEPTO
           MOVE NG-BASE TO WS-IMPORTE-EDIT
           DISPLAY "Base........: " WS-IMPORTE-EDIT
           MOVE NG-CUOTA TO WS-IMPORTE-EDIT
           DISPLAY "IVA " NG-TIPO-IVA "%.....: " WS-IMPORTE-EDIT
           COMPUTE WS-TOTAL-EDIT = NG-BASE + NG-CUOTA
           DISPLAY "Total.......: " WS-TOTAL-EDIT
           DISPLAY "Vencimiento.: " NG-VENCIMIENTO.

       PASAR-DATOS-A-REGISTRO.
           MOVE NG-FECHA TO GA-FECHA
           MOVE NG-CATEGORIA TO GA-CATEGORIA
           MOVE NG-PROVEEDOR-ID TO GA-PROVEEDOR-ID
           MOVE NG-ACREEDOR TO GA-ACREEDOR
           MOVE FUNCTION UPPER-CASE(NG-ACREEDOR-NIF) TO GA-ACREEDOR-NIF
           MOVE NG-DOCUMENTO TO GA-DOCUMENTO
           MOVE NG-CONCEPTO TO GA-CONCEPTO
           MOVE NG-BASE TO GA-BASE
           MOVE NG-TIPO-IVA TO GA-TIPO-IVA
           MOVE NG-CUOTA TO GA-CUOTA
           COMPUTE GA-TOTAL = NG-BASE + NG-CUOTA
           MOVE NG-VENCIMIENTO TO GA-VENCIMIENTO
           MOVE WS-HOY TO GA-FECHA-GRABACION.

      *----------------------- MODIFICACION -------------------------------
      * Se vuelven a pedir todos los datos. Ni la fecha vieja ni la
      * nueva pueden caer en un mes cerrado. El pago ya anotado se
      * conserva.
       MODIFICAR-GASTO.
           PERFORM LEER-GASTO-VIVO
           IF WS-CAMPO-OK = "S"
               PERFORM MOSTRAR-GASTO
               INITIALIZE NUEVO-GASTO
               PERFORM PEDIR-DATOS-GASTO
               IF WS-CAMPO-OK = "S"
                   PERFORM MOSTRAR-NUEVO-GASTO
                   DISPLAY "Confirma los cambios? (S/N): "
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       PERFORM PASAR-DATOS-A-REGISTRO
                       REWRITE GASTO-REGISTRO
                       IF WS-GASTOS-STATUS = "00"
                           DISPLAY "Gasto modificado."
                       ELSE
                           DISPLAY "Error al actualizar. Estado: "
                               WS-GASTOS-STATUS
                           MOVE "MODIFICAR-GASTO" TO WS-INC-PARRAFO
                           MOVE "GASTOS-INDEXADO.dat" TO WS-INC-ARCHIVO
                           MOVE WS-GASTOS-STATUS TO WS-INC-ESTADO
                           MOVE GA-NUMERO TO WS-INC-CLAVE
                           PERFORM REGISTRAR-INCIDENCIA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Lee el gasto pedido y comprueba que se puede tocar: existe,
      *> no esta anulado y su mes no esta cerrado.
       LEER-GASTO-VIVO.
           MOVE "N" TO WS-CAMPO-OK
           DISPLAY "Numero del gasto: "
           ACCEPT WS-GASTO-BUSCADO
           MOVE WS-GASTO-BUSCADO TO GA-NUMERO
           READ GASTOS
               INVALID KEY
                   DISPLAY "GASTO NO ENCONTRADO."
               NOT INVALID KEY
                   IF GA-ANULADO
                       DISPLAY "EL GASTO ESTA ANULADO."
                   ELSE
                       CALL "PERIODO-CERRADO" USING GA-FECHA,
                           WS-PERIODO-CERRADO
                       IF WS-PERIODO-CERRADO = "S"
                           DISPLAY "EL MES " GA-FECHA(1:6) " ESTA "
                               "CERRADO: EL GASTO NO SE PUEDE TOCAR."
                       ELSE
                           MOVE "S" TO WS-CAMPO-OK
                       END-IF
                   END-IF
           END-READ.

      *----------------------- ANULACION ----------------------------------
       ANULAR-GASTO.
           PERFORM LEER-GASTO-VIVO
           IF WS-CAMPO-OK = "S"
               PERFORM MOSTRAR-GASTO
               DISPLAY "Confirma la anulacion del gasto? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   MOVE "X" TO GA-ESTADO
                   MOVE WS-HOY TO GA-FECHA-GRABACION
                   REWRITE GASTO-REGISTRO
                   IF WS-GASTOS-STATUS = "00"
                       DISPLAY "Gasto anulado."
                   ELSE
                       DISPLAY "Error al actualizar. Estado: "
                           WS-GASTOS-STATUS
                       MOVE "ANULAR-GASTO" TO WS-INC-PARRAFO
                       MOVE "GASTOS-INDEXADO.dat" TO WS-INC-ARCHIVO
                       MOVE WS-GASTOS-STATUS TO WS-INC-ESTADO
                       MOVE GA-NUMERO TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
                   END-IF
               END-IF
           END-IF.

      *----------------------- PAGO ---------------------------------------
      * El pago no cambia el gasto contabilizado: se admite aunque el
      * mes del gasto ya este cerrado.
       PAGAR-GASTO.
           DISPLAY "Numero del gasto pagado: "
           ACCEPT WS-GASTO-BUSCADO
           MOVE WS-GASTO-BUSCADO TO GA-NUMERO
           READ GASTOS
               INVALID KEY
                   DISPLAY "GASTO NO ENCONTRADO."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN GA-ANULADO
                           DISPLAY "EL GASTO ESTA ANULADO."
                       WHEN GA-YA-PAGADO
                           DISPLAY "EL GASTO YA FIGURA COMO PAGADO "
                               "(el " GA-FECHA-PAGO ")."
                       WHEN OTHER
                           PERFORM MOSTRAR-GASTO
                           DISPLAY "Confirma que esta pagado? (S/N): "
                           ACCEPT WS-CONFIRMA
                           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                               MOVE "S" TO GA-PAGADO
                               MOVE WS-HOY TO GA-FECHA-PAGO
                               MOVE WS-HOY TO GA-FECHA-GRABACION
                               REWRITE GASTO-REGISTRO
                               IF WS-GASTOS-STATUS = "00"
                                   DISPLAY "Gasto marcado como pagado."
                               ELSE
                                   DISPLAY "Error al actualizar. "
                                       "Estado: " WS-GASTOS-STATUS
                                   MOVE "PAGAR-GASTO" TO WS-INC-PARRAFO
                                   MOVE "GASTOS-INDEXADO.dat"
                                       TO WS-INC-ARCHIVO
                                   MOVE WS-GASTOS-STATUS
                                       TO WS-INC-ESTADO
                                   MOVE GA-NUMERO TO WS-INC-CLAVE
                                   PERFORM REGISTRAR-INCIDENCIA
                               END-IF
                           END-IF
                   END-EVALUATE
           END-READ.

      *----------------------- CONSULTA -----------------------------------
       CONSULTAR-GASTO.
           DISPLAY "Numero del gasto: "
           ACCEPT WS-GASTO-BUSCADO
           MOVE WS-GASTO-BUSCADO TO GA-NUMERO
           READ GASTOS
               INVALID KEY
                   DISPLAY "GASTO NO ENCONTRADO."
               NOT INVALID KEY
                   PERFORM MOSTRAR-GASTO
           END-READ.

       MOSTRAR-GASTO.
           DISPLAY "----- GASTO " GA-NUMERO " -----"
           DISPLAY "Fecha.......: " GA-FECHA
           IF GA-CATEGORIA > 0 AND
              GA-CATEGORIA <= CATEGORIAS-GASTO-CANT
               DISPLAY "Categoria...: "
                   CATEGORIA-GASTO-NOMBRE(GA-CATEGORIA)
           END-IF
           DISPLAY "Acreedor....: " GA-ACREEDOR " NIF " GA-ACREEDOR-NIF
           DISPLAY "Documento...: " GA-DOCUMENTO
           DISPLAY "Concepto....: " GA-CONCEPTO
           MOVE GA-BASE TO WS-IMPORTE-EDIT
           DISPLAY "Base........: " WS-IMPORTE-EDIT
           MOVE GA-CUOTA TO WS-IMPORTE-EDIT
           DISPLAY "IVA " GA-TIPO-IVA "%.....: " WS-IMPORTE-EDIT
           MOVE GA-TOTAL TO WS-IMPORTE-EDIT
           DISPLAY "Total.......: " WS-IMPORTE-EDIT
           DISPLAY "Vencimiento.: " GA-VENCIMIENTO
           IF GA-YA-PAGADO
               DISPLAY "Pagado el...: " GA-FECHA-PAGO
           ELSE
               DISPLAY "PENDIENTE DE PAGO"
           END-IF
           IF GA-ANULADO
               DISPLAY "*** ANULADO ***"
           END-IF.

      *----------------------- LISTADO MENSUAL ----------------------------
      * Gastos vigentes del mes en GASTOS-AAAAMM.txt, uno por linea,
      * con subtotal por categoria y lo que queda pendiente de pago.
       LISTADO-MENSUAL.
           DISPLAY "Mes a listar (AAAAMM): "
           ACCEPT WS-MES-LISTADO
           IF WS-MES-LISTADO NOT NUMERIC OR
              WS-MES-LISTADO(5:2) < "01" OR WS-MES-LISTADO(5:2) > "12"
               DISPLAY "MES INVALIDO."
           ELSE
               PERFORM ESCRIBIR-LISTADO-MES
           END-IF.

       ESCRIBIR-LISTADO-MES.
           MOVE ZEROES TO TABLA-TOTALES-CATEGORIA
           MOVE ZEROES TO WS-MES-CANT
           MOVE ZEROES TO WS-MES-BASE
           MOVE ZEROES TO WS-MES-CUOTA
           MOVE ZEROES TO WS-MES-TOTAL
           MOVE ZEROES TO WS-MES-PENDIENTE
           MOVE SPACES TO WS-NOMBRE-TXT
           STRING "GASTOS-" WS-MES-LISTADO ".txt"
               DELIMITED BY SIZE INTO WS-NOMBRE-TXT
           OPEN OUTPUT LISTADO-TXT
           MOVE SPACES TO LIS-LINEA
           STRING "LISTADO DE GASTOS DEL MES " WS-MES-LISTADO
               DELIMITED BY SIZE INTO LIS-LINEA
           WRITE LIS-LINEA
           MOVE SPACES TO LIS-LINEA
           STRING "NUMERO FECHA    CATEGORIA            ACREEDOR"
               "                      BASE IVA     CUOTA     TOTAL "
               "VENCIM.  PAGO"
               DELIMITED BY SIZE INTO LIS-LINEA
           WRITE LIS-LINEA

           MOVE "N" TO WS-EOF
           MOVE 0 TO GA-NUMERO
           START GASTOS KEY IS GREATER THAN GA-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ GASTOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF GA-FECHA(1:6) = WS-MES-LISTADO AND
                          GA-VIGENTE
                           PERFORM LISTAR-GASTO-MES
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO LIS-LINEA
           WRITE LIS-LINEA
           MOVE "TOTALES POR CATEGORIA:" TO LIS-LINEA
           WRITE LIS-LINEA
           PERFORM VARYING WS-CAT FROM 1 BY 1
                   UNTIL WS-CAT > CATEGORIAS-GASTO-CANT
               IF TC-CANT(WS-CAT) > 0
                   MOVE CATEGORIA-GASTO-NOMBRE(WS-CAT) TO LC-NOMBRE
                   MOVE TC-CANT(WS-CAT) TO LC-CANT
                   MOVE TC-BASE(WS-CAT) TO LC-BASE
                   MOVE TC-CUOTA(WS-CAT) TO LC-CUOTA
                   MOVE TC-TOTAL(WS-CAT) TO LC-TOTAL
                   MOVE LIS-CATEGORIA TO LIS-LINEA
                   WRITE LIS-LINEA
               END-IF
           END-PERFORM
           MOVE "TOTAL DEL MES" TO LC-NOMBRE
           MOVE WS-MES-CANT TO LC-CANT
           MOVE WS-MES-BASE TO LC-BASE
           MOVE WS-MES-CUOTA TO LC-CUOTA
           MOVE WS-MES-TOTAL TO LC-TOTAL
           MOVE LIS-CATEGORIA TO LIS-LINEA
           WRITE LIS-LINEA
           DISPLAY LIS-LINEA
           MOVE WS-MES-PENDIENTE TO WS-TOTAL-EDIT
           MOVE SPACES TO LIS-LINEA
           STRING "    PENDIENTE DE PAGO DEL MES: " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO LIS-LINEA
           WRITE LIS-LINEA
           DISPLAY LIS-LINEA
           CLOSE LISTADO-TXT
           DISPLAY "Listado generado: " WS-NOMBRE-TXT.

       LISTAR-GASTO-MES.
           MOVE GA-NUMERO TO LD-NUMERO
           MOVE GA-FECHA TO LD-FECHA
           MOVE SPACES TO LD-CATEGORIA
           IF GA-CATEGORIA > 0 AND
              GA-CATEGORIA <= CATEGORIAS-GASTO-CANT
               MOVE CATEGORIA-GASTO-NOMBRE(GA-CATEGORIA)
                   TO LD-CATEGORIA
               ADD 1 TO TC-CANT(GA-CATEGORIA)
               ADD GA-BASE TO TC-BASE(GA-CATEGORIA)
               ADD GA-CUOTA TO TC-CUOTA(GA-CATEGORIA)
               ADD GA-TOTAL TO TC-TOTAL(GA-CATEGORIA)
           END-IF
           MOVE GA-ACREEDOR TO LD-ACREEDOR
           MOVE GA-BASE TO LD-BASE
           MOVE GA-TIPO-IVA TO LD-TIPO
           MOVE GA-CUOTA TO LD-CUOTA
           MOVE GA-TOTAL TO LD-TOTAL
           MOVE GA-VENCIMIENTO TO LD-VENCIMIENTO
           IF GA-YA-PAGADO
               MOVE GA-FECHA-PAGO TO LD-PAGO
           ELSE
               MOVE "PENDIENTE" TO LD-PAGO
               ADD GA-TOTAL TO WS-MES-PENDIENTE
           END-IF
           MOVE LIS-DETALLE TO LIS-LINEA
           WRITE LIS-LINEA
           ADD 1 TO WS-MES-CANT
           ADD GA-BASE TO WS-MES-BASE
           ADD GA-CUOTA TO WS-MES-CUOTA
           ADD GA-TOTAL TO WS-MES-TOTAL.

      *----------------------- PENDIENTES DE PAGO -------------------------
       LISTAR-PENDIENTES.
           MOVE ZEROES TO WS-PENDIENTES-CANT
           MOVE ZEROES TO WS-PENDIENTES-TOTAL
           DISPLAY "----- GASTOS PENDIENTES DE PAGO AL " WS-HOY " -----"
           MOVE "N" TO WS-EOF
           MOVE 0 TO GA-NUMERO
           START GASTOS KEY IS GREATER THAN GA-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ GASTOS NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF GA-VIGENTE AND GA-PENDIENTE-PAGO
                           ADD 1 TO WS-PENDIENTES-CANT
                           ADD GA-TOTAL TO WS-PENDIENTES-TOTAL
                           MOVE GA-TOTAL TO WS-IMPORTE-EDIT
                           IF GA-VENCIMIENTO < WS-HOY
                               DISPLAY GA-NUMERO " " GA-VENCIMIENTO
                                   " " GA-ACREEDOR " " WS-IMPORTE-EDIT
                                   " VENCIDO"
                           ELSE
                               DISPLAY GA-NUMERO " " GA-VENCIMIENTO
                                   " " GA-ACREEDOR " " WS-IMPORTE-EDIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-PENDIENTES-TOTAL TO WS-TOTAL-EDIT
           DISPLAY "GASTOS PENDIENTES: " WS-PENDIENTES-CANT
               "  TOTAL: " WS-TOTAL-EDIT.

      *----------------------- CALCULO DE VENCIMIENTO ---------------------
       AVANZAR-UN-DIA.
           ADD 1 TO WS-CALC-DD
           MOVE WS-DIA-MES(WS-CALC-MM) TO WS-DIAS-MES-ACTUAL
           IF WS-CALC-MM = 2
               DIVIDE WS-CALC-AAAA BY 4 GIVING WS-AUX-BISIESTO
                   REMAINDER WS-RESTO-BISIESTO
               IF WS-RESTO-BISIESTO = 0
                   MOVE 29 TO WS-DIAS-MES-ACTUAL
               END-IF
           END-IF
           IF WS-CALC-DD > WS-DIAS-MES-ACTUAL
               MOVE 1 TO WS-CALC-DD
               ADD 1 TO WS-CALC-MM
               IF WS-CALC-MM > 12
                   MOVE 1 TO WS-CALC-MM
                   ADD 1 TO WS-CALC-AAAA
               END-IF
           END-IF.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-GASTOS" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-GASTOS.
