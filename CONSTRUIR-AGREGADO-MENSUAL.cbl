               RECORD KEY IS VM-CLAVE
               FILE STATUS IS WS-MENSUAL-STATUS.

           SELECT PRODUCTOS-RETIRADOS
               ASSIGN TO "PRODUCTOS-RETIRADOS-INDEXADO.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-CLAVE
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-RETIRADOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VENTAS.
       FD VENTAS-MENSUAL.
           COPY VENTASMES.

       FD PRODUCTOS-RETIRADOS.
           COPY RETIRADO.

       WORKING-STORAGE SECTION.
       01 WS-VENTAS-STATUS PIC XX.
       01 WS-MENSUAL-STATUS PIC XX.
       01 WS-EOF PIC X VALUE "N".
       01 WS-HOY PIC 9(8).
       01 WS-ACUMULADAS PIC 9(8) VALUE ZEROES.
       01 WS-RETIRADOS-STATUS PIC XX.
       01 WS-PRODUCTO-DESTINO PIC 9(6).

      *----------------------- DUPLICADOS FUSIONADOS ---------------------
      * Las ventas de un ID duplicado ya fusionado se acumulan en el
      * producto que lo sustituye, igual que hizo la fusion con el
      * agregado que ya existia.
       01 WS-FUSION-CANT PIC 9(4) VALUE 0.
       01 TABLA-FUSIONES.
           05 TF-ENTRADA OCCURS 500 TIMES INDEXED BY TF-IDX.
               10 TF-PRODUCTO-ID PIC 9(6).
               10 TF-FUSIONADO-EN PIC 9(6).
      * Registro central de incidencias (GRABAR-INCIDENCIA).
           COPY INCIDENCIA REPLACING LEADING ==INC== BY ==WS-INC==.

       PROCEDURE DIVISION.
      *----------------------- RECONSTRUIR AGREGADO -----------------------
           IF WS-VENTAS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir VENTAS-INDEXADO.dat. Estado: "
                   WS-VENTAS-STATUS
               MOVE "INICIO" TO WS-INC-PARRAFO
               MOVE "VENTAS-INDEXADO.dat" TO WS-INC-ARCHIVO
               MOVE WS-VENTAS-STATUS TO WS-INC-ESTADO
               PERFORM REGISTRAR-INCIDENCIA-GRAVE
               STOP RUN
           END-IF

           PERFORM CARGAR-FUSIONES

           OPEN OUTPUT VENTAS-MENSUAL
           CLOSE VENTAS-MENSUAL
           OPEN I-O VENTAS-MENSUAL
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
      *> Igual que el cierre: los depositos de envase no son venta.
                       IF VE-FECHA < WS-HOY AND NOT VE-ES-ANULADA
                          AND NOT VE-ES-DEPOSITO
                           PERFORM ACUMULAR-VENTA
                       END-IF
               END-READ
               " ventas acumuladas."
           STOP RUN.

       CARGAR-FUSIONES.
           MOVE 0 TO WS-FUSION-CANT
           OPEN INPUT PRODUCTOS-RETIRADOS
           IF WS-RETIRADOS-STATUS = "00"
               PERFORM UNTIL WS-EOF = "S"
                   READ PRODUCTOS-RETIRADOS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF
                       NOT AT END
                           IF RET-ES-PRODUCTO AND
                              RET-FUSIONADO-EN > 0 AND
                              WS-FUSION-CANT < 500
                               ADD 1 TO WS-FUSION-CANT
                               MOVE RET-PRODUCTO-ID
                                   TO TF-PRODUCTO-ID(WS-FUSION-CANT)
                               MOVE RET-FUSIONADO-EN
                                   TO TF-FUSIONADO-EN(WS-FUSION-CANT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCTOS-RETIRADOS
               MOVE "N" TO WS-EOF
           END-IF.

       ACUMULAR-VENTA.
           MOVE VE-PRODUCTO-ID TO WS-PRODUCTO-DESTINO
           PERFORM VARYING TF-IDX FROM 1 BY 1
               UNTIL TF-IDX > WS-FUSION-CANT
               IF TF-PRODUCTO-ID(TF-IDX) = VE-PRODUCTO-ID
                   MOVE TF-FUSIONADO-EN(TF-IDX) TO WS-PRODUCTO-DESTINO
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-PRODUCTO-DESTINO TO VM-PRODUCTO-ID
           MOVE VE-FECHA(1:6) TO VM-MES
           READ VENTAS-MENSUAL
               INVALID KEY
                   MOVE WS-PRODUCTO-DESTINO TO VM-PRODUCTO-ID
                   MOVE VE-FECHA(1:6) TO VM-MES
                   MOVE UNIDADES TO VM-UNIDADES
                   MOVE VE-IMPORTE TO VM-IMPORTE
           END-READ
           ADD 1 TO WS-ACUMULADAS.

      *> Incidencias al registro central (INCIDENCIAS.dat).
       REGISTRAR-INCIDENCIA-GRAVE.
           MOVE "G" TO WS-INC-SEVERIDAD
           PERFORM GRABAR-INCIDENCIA-CENTRAL.

       GRABAR-INCIDENCIA-CENTRAL.
           MOVE "CONSTRUIR-AGREGADO-MENSUAL" TO WS-INC-PROGRAMA
           CALL "GRABAR-INCIDENCIA" USING WS-INCIDENCIA-REGISTRO
           MOVE SPACES TO WS-INCIDENCIA-REGISTRO.

       END PROGRAM CONSTRUIR-AGREGADO-MENSUAL.
