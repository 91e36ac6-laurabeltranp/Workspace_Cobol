      *----------------------------------------------------------------
      * INCIDENCIA.cpy - Registro de INCIDENCIAS.dat
      * Registro central de incidencias: lo graba GRABAR-INCIDENCIA
      * por encargo de cualquier programa que encuentra un estado de
      * archivo distinto de 00, rechaza un registro o no puede seguir.
      * El programa que llama rellena programa, parrafo, archivo,
      * estado, clave, severidad y detalle; fecha, hora, caja y
      * operador los pone la rutina. REPORTE-INCIDENCIAS lo resume
      * cada manana.
      *----------------------------------------------------------------
       01 INCIDENCIA-REGISTRO.
           03 INC-FECHA PIC 9(8).
           03 INC-HORA PIC 9(6).
           03 INC-TERMINAL PIC 9.
           03 INC-OPERADOR PIC X(8).
           03 INC-PROGRAMA PIC X(30).
           03 INC-PARRAFO PIC X(30).
      * Archivo fisico (el ASSIGN) o, si el nombre es variable, el
      * nombre logico del SELECT.
           03 INC-ARCHIVO PIC X(40).
           03 INC-ESTADO PIC XX.
      * Clave del registro afectado, si la hay (una apertura no la
      * tiene).
           03 INC-CLAVE PIC X(20).
      * G = grave, el programa se detuvo; E = error de archivo y el
      * programa siguio; A = aviso, registro rechazado.
           03 INC-SEVERIDAD PIC X.
               88 INC-GRAVE VALUE "G".
               88 INC-ERROR VALUE "E".
               88 INC-AVISO VALUE "A".
           03 INC-DETALLE PIC X(40).
      * S cuando el mismo archivo ya acumula en el dia las incidencias
      * que disparan la alerta (GRABAR-INCIDENCIA).
           03 INC-REPETIDA PIC X.
               88 INC-ES-REPETIDA VALUE "S".
