      * Silo/celda en que se descargo cada camion de AR-CAMIONES o
      * AR-CAMITRAN (cargado por PL-178). Misma codificacion de
      * silo/celda que SILO-EGR de AR-EGRESOS; ORIGEN-UBIC indica
      * de que archivo es el camion (C = camiones, T = traslado).
       FD  AR-UBICAM
           LABEL RECORD STANDARD.
       01  AR-UBICAM-REC.
           02 CLAVE-UBICAM.
              03 INTERNO-UBIC       PIC 9(6).
              03 MUESTRA-UBIC       PIC 9(12).
           02 ALT-UBICAM-SILO.
              03 EMPRESA-UBIC       PIC 9(3).
              03 PLANTA-UBIC        PIC 9(3).
              03 SILO-UBIC          PIC X(6).
              03 FEC-CAL-UBIC       PIC 9(8).
              03 HORA-CAL-UBIC      PIC 9(4).
           02 ALT-UBICAM-MUES.
              03 MUESTRA2-UBIC      PIC 9(12).
           02 ALT-UBICAM-PORTE.
              03 PORTE-UBIC         PIC 9(13).
           02 PRODUCTO-UBIC         PIC 9(4).
           02 ORIGEN-UBIC           PIC X.
           02 FECHA-UBIC            PIC 9(8).
           02 USUARIO-UBIC          PIC X(15).
           02 FILLER                PIC X(20).
