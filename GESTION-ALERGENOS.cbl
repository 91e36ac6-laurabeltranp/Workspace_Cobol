       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-ALERGENOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERGENOS
               ASSIGN TO "ALERGENOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALG-PRODUCTO-ID
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-ALERGENOS-STATUS.

           SELECT PRODUCTO
               ASSIGN TO "producto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCTO-ID
               ALTERNATE RECORD KEY IS PRODUCTO-EAN
                   WITH DUPLICATES
               FILE STATUS IS WS-PRODUCTO-STATUS.

           SELECT PRODUCTO-AUDITORIA
               ASSIGN TO "PRODUCTO-AUDITORIA.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LISTADO-TXT
               ASSIGN TO "PRODUCTOS-SIN-ALERGENO.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTADO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALERGENOS.
           COPY ALERGENO.

       FD PRODUCTO.
           COPY PRODFLT.

       FD PRODUCTO-AUDITORIA.
           COPY AUDITORIA.

       FD LISTADO-TXT.
       01 LIS-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ALERGENOS-STATUS PIC XX.
       01 WS-PRODUCTO-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-LISTADO-STATUS PIC XX.
       01 FIN PIC X VALUE "N".
       01 OPCION PIC 9 VALUE 0.
       01 WS-EOF PIC X VALUE "N".
       01 WS-CAMPO-OK PIC X VALUE "N".
       01 WS-CONFIRMA PIC X VALUE "N".
       01 WS-ES-NUEVA PIC X VALUE "N".
       01 WS-I PIC 9(2).
       01 WS-ALERGENO-PEDIDO PIC 9(2).
       01 WS-MARCA-NUEVA PIC X.
       01 WS-DECLARACION-ANTES PIC X(14).
       01 WS-ESTADO-TEXTO PIC X(22).
       01 WS-LIBRES PIC 9(5) VALUE ZEROES.
       01 WS-SIN-DECLARAR PIC 9(5) VALUE ZEROES.
       01 WS-OPERADOR PIC X(8) VALUE SPACES.
       01 WS-ROL-EXIGIDO PIC X VALUE "S".
       01 WS-OPERADOR-VALIDADO PIC X(8) VALUE SPACES.
           COPY SEGURIDAD.
           COPY ALERGTAB.

       01 TIENDA-NOMBRE PIC X(40) VALUE
           "ULTRAMARINOS LA ESQUINA S.L.".
      * Datos de la tienda leidos de PARAMETROS.dat al arrancar;
      * los VALUE de arriba son los de fabrica.
           COPY PARAMETRO.
       01 LIS-TITULO.
           05 FILLER PIC X(23) VALUE "PRODUCTOS SIN ALERGENO ".
           05 LT-ALERGENO PIC X(20).
           05 FILLER PIC X(18) VALUE " (NI TRAZAS) - AL ".
           05 LT-FECHA PIC 9(8).
       01 LIS-DETALLE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-PRODUCTO-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-DESCRIP PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-UBICACION PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-STOCK PIC Z(5)9.999.
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- ALERGENOS POR PRODUCTO ---------------------
      * Declaracion de los 14 alergenos de cada producto (contiene /
      * puede contener trazas), que la ficha, las etiquetas de
      * estanteria y el archivo de la balanza muestran al cliente.
      * Declarar es de supervisor y queda en la auditoria del
      * producto; la consulta y el listado de productos libres de un
      * alergeno son para el mostrador.
       MAIN-PROGRAM.
           PERFORM CARGAR-PARAMETROS
           OPEN I-O ALERGENOS
           IF WS-ALERGENOS-STATUS = "35"
               DISPLAY "Archivo de alergenos no encontrado, se crea."
               OPEN OUTPUT ALERGENOS
               CLOSE ALERGENOS
               OPEN I-O ALERGENOS
           END-IF
           IF WS-ALERGENOS-STATUS NOT = "00"
               DISPLAY "Error al abrir ALERGENOS-INDEXADO.dat. Estado: "
                   WS-ALERGENOS-STATUS
               MOVE "MAIN-PROGRAM" TO WS-INC-PARRAFO
               MOVE "ALERGENOS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-ALERGENOS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               GOBACK
           END-IF

           OPEN INPUT PRODUCTO
           IF WS-PRODUCTO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir producto.dat. Estado: "
                   WS-PRODUCTO-STATUS
               MOVE "MAIN-PROGRAM" TO WS-INC-PARRAFO
               MOVE "producto.dat" TO WS-INC-ARCHIVO
               MOVE WS-PRODUCTO-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               CLOSE ALERGENOS
               GOBACK
           END-IF

           PERFORM UNTIL FIN = "S"
               DISPLAY "-------------------------------"
               DISPLAY "ALERGENOS POR PRODUCTO"
               DISPLAY "1. DECLARAR ALERGENOS DE UN PRODUCTO "
                   "(SUPERVISADO)."
               DISPLAY "2. CONSULTAR ALERGENOS DE UN PRODUCTO."
               DISPLAY "3. PRODUCTOS SIN UN ALERGENO."
               DISPLAY "4. PRODUCTOS SIN DECLARAR."
               DISPLAY "0. SALIR."
               DISPLAY "INGRESE SU OPCION: "
               ACCEPT OPCION

               EVALUATE OPCION
                   WHEN 1
                       PERFORM DECLARAR-ALERGENOS
                   WHEN 2
                       PERFORM CONSULTAR-ALERGENOS
                   WHEN 3
                       PERFORM LISTAR-SIN-ALERGENO
                   WHEN 4
                       PERFORM LISTAR-SIN-DECLARAR
                   WHEN 0
                       MOVE "S" TO FIN
                   WHEN OTHER
                       DISPLAY "OPCION NO VALIDA, INTENTELO DE NUEVO"
               END-EVALUATE
           END-PERFORM

           CLOSE ALERGENOS
           CLOSE PRODUCTO
           GOBACK.

      *----------------------- DECLARACION --------------------------------
      * Se recorre la tabla entera: ENTER deja el alergeno como
      * estaba. La declaracion anterior y la nueva van a la
      * auditoria, y GENERAR-ETIQUETAS reimprime la etiqueta en su
      * siguiente corrida de cambios.
       DECLARAR-ALERGENOS.
           DISPLAY "ID del producto: "
           ACCEPT PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   DISPLAY "PRODUCTO NO ENCONTRADO."
               NOT INVALID KEY
                   CALL "VALIDAR-OPERADOR" USING WS-ROL-EXIGIDO,
                       WS-OPERADOR-AUTORIZADO, WS-OPERADOR-VALIDADO
                   IF NOT OPERADOR-AUTORIZADO
                       DISPLAY "OPERACION NO AUTORIZADA."
                   ELSE
                       PERFORM EDITAR-DECLARACION
                   END-IF
           END-READ.

       EDITAR-DECLARACION.
           DISPLAY "Producto: " PRODUCTO-ID " " PRODUCTO-DESCRIP
           MOVE PRODUCTO-ID TO ALG-PRODUCTO-ID
           READ ALERGENOS
               INVALID KEY
                   MOVE "S" TO WS-ES-NUEVA
                   MOVE ALL "N" TO ALG-DECLARACION
                   MOVE SPACES TO WS-DECLARACION-ANTES
               NOT INVALID KEY
                   MOVE "N" TO WS-ES-NUEVA
                   MOVE ALG-DECLARACION TO WS-DECLARACION-ANTES
           END-READ
           IF WS-ES-NUEVA = "S"
               DISPLAY "Producto SIN DECLARAR: se parte de ningun "
                   "alergeno."
           END-IF
           DISPLAY "C = contiene, T = puede contener trazas, "
               "N = no contiene, ENTER = sin cambio"
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > ALERGENOS-CANT
               IF ALG-MARCA(WS-I) = SPACE
                   MOVE "N" TO ALG-MARCA(WS-I)
               END-IF
               MOVE "N" TO WS-CAMPO-OK
               PERFORM UNTIL WS-CAMPO-OK = "S"
                   DISPLAY WS-I ". " ALERGENO-NOMBRE(WS-I) " ["
                       ALG-MARCA(WS-I) "]: "
                   MOVE SPACE TO WS-MARCA-NUEVA
                   ACCEPT WS-MARCA-NUEVA
                   MOVE FUNCTION UPPER-CASE(WS-MARCA-NUEVA)
                       TO WS-MARCA-NUEVA
                   EVALUATE WS-MARCA-NUEVA
                       WHEN SPACE
                           MOVE "S" TO WS-CAMPO-OK
                       WHEN "C"
                       WHEN "T"
                       WHEN "N"
                           MOVE WS-MARCA-NUEVA TO ALG-MARCA(WS-I)
                           MOVE "S" TO WS-CAMPO-OK
                       WHEN OTHER
                           DISPLAY "MARCA INVALIDA (C/T/N)."
                   END-EVALUATE
               END-PERFORM
           END-PERFORM

           PERFORM MOSTRAR-DECLARACION
           DISPLAY "Guardar la declaracion? (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM GRABAR-DECLARACION
           ELSE
               DISPLAY "Declaracion cancelada por el usuario."
           END-IF.

       GRABAR-DECLARACION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ALG-FECHA-REVISION
           PERFORM RESOLVER-OPERADOR-AUDITORIA
           MOVE WS-OPERADOR TO ALG-OPERADOR
           IF WS-ES-NUEVA = "S"
               WRITE ALERGENO-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar la declaracion. "
                           "Estado: " WS-ALERGENOS-STATUS
                       MOVE "GRABAR-DECLARACION" TO WS-INC-PARRAFO
                       MOVE "ALERGENOS-INDEXADO.dat" TO WS-INC-ARCHIVO
                       MOVE WS-ALERGENOS-STATUS TO WS-INC-ESTADO
                       MOVE ALG-PRODUCTO-ID TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
               END-WRITE
           ELSE
               REWRITE ALERGENO-REGISTRO
                   INVALID KEY
                       DISPLAY "Error al grabar la declaracion. "
                           "Estado: " WS-ALERGENOS-STATUS
                       MOVE "GRABAR-DECLARACION" TO WS-INC-PARRAFO
                       MOVE "ALERGENOS-INDEXADO.dat" TO WS-INC-ARCHIVO
                       MOVE WS-ALERGENOS-STATUS TO WS-INC-ESTADO
                       MOVE ALG-PRODUCTO-ID TO WS-INC-CLAVE
                       PERFORM REGISTRAR-INCIDENCIA
               END-REWRITE
           END-IF
           IF WS-ALERGENOS-STATUS = "00"
               PERFORM GRABAR-AUDITORIA-ALERGENOS
               DISPLAY "Declaracion de alergenos guardada."
           END-IF.

       GRABAR-AUDITORIA-ALERGENOS.
           OPEN EXTEND PRODUCTO-AUDITORIA
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT PRODUCTO-AUDITORIA
           END-IF
           MOVE PRODUCTO-ID TO AUDITORIA-PRODUCTO-ID
           MOVE "ALERGENOS" TO AUDITORIA-ACCION
           MOVE "Declaracion de alergenos (C/T/N)" TO AUDITORIA-DETALLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDITORIA-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDITORIA-HORA
           MOVE WS-OPERADOR TO AUDITORIA-OPERADOR
           MOVE WS-DECLARACION-ANTES TO AUDITORIA-VALOR-ANTES
           MOVE ALG-DECLARACION TO AUDITORIA-VALOR-DESPUES
           WRITE AUDITORIA-REGISTRO
           CLOSE PRODUCTO-AUDITORIA.

      *----------------------- CONSULTA -----------------------------------
       CONSULTAR-ALERGENOS.
           DISPLAY "ID del producto: "
           ACCEPT PRODUCTO-ID
           READ PRODUCTO
               INVALID KEY
                   DISPLAY "PRODUCTO NO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "Producto: " PRODUCTO-ID " "
                       PRODUCTO-DESCRIP
                   MOVE PRODUCTO-ID TO ALG-PRODUCTO-ID
                   READ ALERGENOS
                       INVALID KEY
                           DISPLAY "ALERGENOS SIN DECLARAR: no puede "
                               "asegurarse que este libre de ninguno."
                       NOT INVALID KEY
                           PERFORM MOSTRAR-DECLARACION
                           DISPLAY "Revisada el " ALG-FECHA-REVISION
                               " por " ALG-OPERADOR
                   END-READ
           END-READ.

       MOSTRAR-DECLARACION.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > ALERGENOS-CANT
               EVALUATE ALG-MARCA(WS-I)
                   WHEN "C"
                       MOVE "CONTIENE" TO WS-ESTADO-TEXTO
                   WHEN "T"
                       MOVE "PUEDE CONTENER TRAZAS" TO WS-ESTADO-TEXTO
                   WHEN OTHER
                       MOVE "-" TO WS-ESTADO-TEXTO
               END-EVALUATE
               DISPLAY "  " ALERGENO-NOMBRE(WS-I) " " WS-ESTADO-TEXTO
           END-PERFORM.

      *----------------------- PRODUCTOS SIN UN ALERGENO ------------------
      * Para el cliente con una alergia o intolerancia: productos a
      * la venta (no discontinuados ni articulos deposito) declarados
      * sin el alergeno ni trazas de el. Los no declarados no se
      * listan nunca como libres; se cuentan al pie para que se
      * declaren. El listado queda en PRODUCTOS-SIN-ALERGENO.txt
      * para entregarlo impreso.
       LISTAR-SIN-ALERGENO.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > ALERGENOS-CANT
               DISPLAY WS-I ". " ALERGENO-NOMBRE(WS-I)
           END-PERFORM
           DISPLAY "Numero del alergeno: "
           ACCEPT WS-ALERGENO-PEDIDO
           IF WS-ALERGENO-PEDIDO < 1 OR
              WS-ALERGENO-PEDIDO > ALERGENOS-CANT
               DISPLAY "ALERGENO NO VALIDO."
           ELSE
               OPEN OUTPUT LISTADO-TXT
               IF WS-LISTADO-STATUS NOT = "00"
                   DISPLAY "No se pudo crear el listado. Estado: "
                       WS-LISTADO-STATUS
                   MOVE "LISTAR-SIN-ALERGENO" TO WS-INC-PARRAFO
                   MOVE "PRODUCTOS-SIN-ALERGENO.txt" TO WS-INC-ARCHIVO
                   MOVE WS-LISTADO-STATUS TO WS-INC-ESTADO
                   PERFORM REGISTRAR-INCIDENCIA
               ELSE
                   PERFORM ESCRIBIR-SIN-ALERGENO
                   CLOSE LISTADO-TXT
                   DISPLAY "PRODUCTOS LIBRES: " WS-LIBRES
                       "  SIN DECLARAR (NO LISTADOS): " WS-SIN-DECLARAR
                   DISPLAY "Listado en PRODUCTOS-SIN-ALERGENO.txt"
               END-IF
           END-IF.

       ESCRIBIR-SIN-ALERGENO.
           MOVE ZEROES TO WS-LIBRES
           MOVE ZEROES TO WS-SIN-DECLARAR
           MOVE TIENDA-NOMBRE TO LIS-LINEA
           WRITE LIS-LINEA
           MOVE ALERGENO-NOMBRE(WS-ALERGENO-PEDIDO) TO LT-ALERGENO
           MOVE FUNCTION CURRENT-DATE(1:8) TO LT-FECHA
           MOVE LIS-TITULO TO LIS-LINEA
           WRITE LIS-LINEA
           DISPLAY LIS-TITULO
           MOVE "  ID      DESCRIPCION                     UBICACION"
               TO LIS-LINEA
           MOVE "STOCK" TO LIS-LINEA(60:)
           WRITE LIS-LINEA

           MOVE "N" TO WS-EOF
           MOVE ZEROES TO PRODUCTO-ID
           START PRODUCTO KEY IS NOT LESS THAN PRODUCTO-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "S"
               READ PRODUCTO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PRODUCTO-DISCONTINUADO NOT = "S" AND
                          NOT PRODUCTO-ES-DEPOSITO
                           PERFORM EXAMINAR-SIN-ALERGENO
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO LIS-LINEA
           WRITE LIS-LINEA
           MOVE SPACES TO LIS-LINEA
           STRING "PRODUCTOS LIBRES: " WS-LIBRES
               DELIMITED BY SIZE INTO LIS-LINEA
           WRITE LIS-LINEA
           IF WS-SIN-DECLARAR > 0
               MOVE SPACES TO LIS-LINEA
               STRING "AVISO: " WS-SIN-DECLARAR " PRODUCTOS SIN "
                   "DECLARAR NO FIGURAN EN ESTA LISTA."
                   DELIMITED BY SIZE INTO LIS-LINEA
               WRITE LIS-LINEA
           END-IF.

       EXAMINAR-SIN-ALERGENO.
           MOVE PRODUCTO-ID TO ALG-PRODUCTO-ID
           READ ALERGENOS
               INVALID KEY
                   ADD 1 TO WS-SIN-DECLARAR
               NOT INVALID KEY
                   IF ALG-MARCA(WS-ALERGENO-PEDIDO) NOT = "C" AND
                      ALG-MARCA(WS-ALERGENO-PEDIDO) NOT = "T"
                       ADD 1 TO WS-LIBRES
                       MOVE PRODUCTO-ID TO LD-PRODUCTO-ID
                       MOVE PRODUCTO-DESCRIP TO LD-DESCRIP
                       MOVE PRODUCTO-UBICACION TO LD-UBICACION
                       MOVE PRODUCTO-STOCK TO LD-STOCK
                       MOVE LIS-DETALLE TO LIS-LINEA
                       WRITE LIS-LINEA
                       DISPLAY LIS-DETALLE
                   END-IF
           END-READ.

      *----------------------- PRODUCTOS SIN DECLARAR --------------------
       LISTAR-SIN-DECLARAR.
           MOVE ZEROES TO WS-SIN-DECLARAR
           MOVE "N" TO WS-EOF
           MOVE ZEROES TO PRODUCTO-ID
           START PRODUCTO KEY IS NOT LESS THAN PRODUCTO-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START
           DISPLAY "PRODUCTOS A LA VENTA SIN DECLARACION DE ALERGENOS"
           PERFORM UNTIL WS-EOF = "S"
               READ PRODUCTO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PRODUCTO-DISCONTINUADO NOT = "S" AND
                          NOT PRODUCTO-ES-DEPOSITO
                           MOVE PRODUCTO-ID TO ALG-PRODUCTO-ID
                           READ ALERGENOS
                               INVALID KEY
                                   ADD 1 TO WS-SIN-DECLARAR
                                   DISPLAY "  " PRODUCTO-ID "  "
                                       PRODUCTO-DESCRIP
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "TOTAL SIN DECLARAR: " WS-SIN-DECLARAR.

       RESOLVER-OPERADOR-AUDITORIA.
           IF WS-OPERADOR-VALIDADO NOT = SPACES
               MOVE WS-OPERADOR-VALIDADO TO WS-OPERADOR
           ELSE
               ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR"
           END-IF.

      *> Datos de la tienda y reglas vigentes (PARAMETROS.dat).
       CARGAR-PARAMETROS.
           CALL "LEER-PARAMETROS" USING PARAMETROS-REGISTRO
           MOVE PA-TIENDA-NOMBRE TO TIENDA-NOMBRE.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA.
           MOVE "E" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "GESTION-ALERGENOS" TO WS-INC-PROGRAMA
           MOVE WS-OPERADOR-VALIDADO TO WS-INC-OPERADOR
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM GESTION-ALERGENOS.
