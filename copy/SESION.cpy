           03 SESION-ESTADO PIC X.
               88 SESION-ABIERTA VALUE "A".
               88 SESION-CERRADA VALUE "C".
      * Caja del turno: cada caja tiene a lo sumo una sesion abierta
      * y su arqueo solo ve los tickets de su cajon.
           03 SESION-TERMINAL PIC 9.
